      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 08/26/2024 JB - Calendar basis off the optional FISCPARM
      *                card: CAL (the default) or a 4-4-5, 4-5-4 or
      *                5-4-4 retail year from a fiscal-year start
      *                date. Every month record now also carries
      *                the period of the same number - the calendar
      *                month itself on CAL, else that period of the
      *                retail year starting in the record's year -
      *                with its start and end dates, weeks and
      *                business days, and a flag when that retail
      *                year carries a 53rd week. The month fields
      *                the league side reads are unchanged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCGEN.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT FISCAL-PARM ASSIGN TO "FISCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           COPY BDATSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.

      * One record per month per year: the month's day count, its
      * quarter and that quarter's first and last calendar dates,
      * and the week of the year the month opens in. The period
      * fields carry the period of the same number on the calendar
      * basis in force: the month itself on CAL (weeks zero), or
      * on a retail basis that period of the retail year that
      * starts in this record's year.
       FD  FISCAL-CAL.
       01 WS-FC-RECORD.
           05 WS-FC-YEAR PIC 9(04).
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

      * Holiday master as HOLIMNT writes it: year 0000 with flag 'R'
      * recurs on that month/day every year, a full date with flag
           05 WS-HOL-MSTR-DESC PIC X(30).
           05 FILLER PIC X(39).

      * Optional calendar-basis card: CAL, 445, 454 or 544 in
      * columns 1-3 and, for a retail basis, the first day of any
      * one fiscal year in columns 5-12. CAL when the card is
      * absent.
       FD  FISCAL-PARM.
       01 WS-FISC-PARM-RECORD.
           05 WS-FISC-PARM-BASIS PIC X(03).
           05 FILLER PIC X(01).
           05 WS-FISC-PARM-START PIC X(08).
           05 WS-FISC-PARM-START-NUM REDEFINES WS-FISC-PARM-START
               PIC 9(08).
           05 FILLER PIC X(68).

       COPY BDATFD.

       COPY OPSCFD.
       01 WS-QTR-BUSDAYS PIC 9(03).
       01 WS-QTR-MONTH PIC 9(02).

      * Calendar basis. On a retail basis the three digits are the
      * weeks in the first, second and third period of each
      * quarter. Every fiscal year starts on the start date's
      * weekday nearest its month and day, so the year is 52 weeks
      * or, every five or six years, 53 - the extra week going to
      * the twelfth period.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-CAL-BASIS PIC X(03) VALUE 'CAL'.
           88 WS-BASIS-CALENDAR VALUE 'CAL'.
           88 WS-BASIS-RETAIL VALUE '445' '454' '544'.
       01 WS-CAL-BASIS-WEEKS REDEFINES WS-CAL-BASIS.
           05 WS-BASIS-WEEKS PIC 9(01) OCCURS 3 TIMES.
       01 WS-FY-START-DATE PIC 9(08) VALUE 0.
       01 WS-FY-START-SPLIT REDEFINES WS-FY-START-DATE.
           05 FILLER PIC 9(04).
           05 WS-FY-START-MMDD PIC 9(04).
       01 WS-FY-START-DOW PIC 9(01) VALUE 0.
       01 WS-FY-YEAR PIC 9(04).
       01 WS-FY-TARGET-INT PIC 9(07).
       01 WS-FY-SHIFT PIC S9(01).
       01 WS-FY-BEGIN-INT PIC 9(07).
       01 WS-THIS-FY-INT PIC 9(07).
       01 WS-NEXT-FY-INT PIC 9(07).
       01 WS-FY-WEEKS PIC 9(02).
       01 WS-53-WEEK-SW PIC X(01) VALUE 'N'.
           88 WS-53-WEEK-YEAR VALUE 'Y'.
       01 WS-53-WEEK-YEAR-COUNT PIC 9(05) VALUE 0.
       01 WS-PERIOD PIC 9(02).
       01 WS-PERIOD-POS PIC 9(01).
       01 WS-PER-BEGIN-INT PIC 9(07).
       01 WS-PER-LAST-INT PIC 9(07).
       01 WS-PER-DAY-INT PIC 9(07).
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-ENTRY OCCURS 12 TIMES.
               10 WS-PER-START PIC 9(08).
               10 WS-PER-END PIC 9(08).
               10 WS-PER-WEEKS PIC 9(01).
               10 WS-PER-BUSDAYS PIC 9(02).

       COPY BDATWS.
       COPY RUNCTL.
       COPY OPSCWS.
           MOVE 'FISCGEN' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM GET-CALENDAR-BASIS.
           PERFORM LOAD-HOLIDAY-MASTER.
           OPEN INPUT LEAP-YEAR-OUT.
           PERFORM CHECK-LEAP-HEADER.
           DISPLAY "FISCGEN: " WS-YEARS-EXPANDED-COUNT
               " YEARS EXPANDED TO " WS-MONTHS-WRITTEN-COUNT
               " MONTH RECORDS".
           IF WS-BASIS-RETAIL THEN
               DISPLAY "FISCGEN: " WS-CAL-BASIS " PERIODS, "
                   WS-53-WEEK-YEAR-COUNT " YEARS OF 53 WEEKS"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

           END-IF.
       CHECK-LEAP-HEADER-EXIT.

      * A card that names an unknown basis, or a retail basis
      * without a real start date, fails the step before FISCCAL is
      * opened: finance would rather have no calendar tonight than
      * periods built on a guess. 29 February is refused because
      * three years in four have no such day to anchor on.
       GET-CALENDAR-BASIS.
           OPEN INPUT FISCAL-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ FISCAL-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-FISC-PARM-BASIS NOT = SPACES THEN
                           MOVE WS-FISC-PARM-BASIS TO WS-CAL-BASIS
                       END-IF
               END-READ
               CLOSE FISCAL-PARM
           END-IF.
           EVALUATE TRUE
               WHEN WS-BASIS-CALENDAR
                   CONTINUE
               WHEN NOT WS-BASIS-RETAIL
                   DISPLAY "FISCGEN: CALENDAR BASIS " WS-CAL-BASIS
                       " NOT CAL, 445, 454 OR 544"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN WS-FISC-PARM-START IS NOT NUMERIC
                   DISPLAY "FISCGEN: " WS-CAL-BASIS " BASIS NEEDS A "
                       "FISCAL-YEAR START DATE IN COLUMNS 5-12"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FISC-PARM-START-NUM)
                   NOT = 0
               WHEN WS-FISC-PARM-START(5:4) = '0229'
                   DISPLAY "FISCGEN: FISCAL-YEAR START "
                       WS-FISC-PARM-START " IS NOT A USABLE DATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE WS-FISC-PARM-START-NUM TO WS-FY-START-DATE
                   COMPUTE WS-FY-START-DOW = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WS-FY-START-DATE), 7)
           END-EVALUATE.
           DISPLAY "FISCGEN: CALENDAR BASIS " WS-CAL-BASIS.
       GET-CALENDAR-BASIS-EXIT.

       CHECK-LEAP-TRAILER.
           IF NOT WS-TRAILER-SEEN THEN
               DISPLAY "FISCGEN: LEAPOUT TRAILER MISSING - FILE "
           PERFORM COUNT-MONTH-BUSDAYS
               VARYING WS-MONTH FROM 1 BY 1
               UNTIL WS-MONTH > 12.
           IF WS-BASIS-RETAIL THEN
               PERFORM BUILD-RETAIL-YEAR
           END-IF.
           MOVE 0 TO WS-DAYS-BEFORE-MONTH.
           PERFORM WRITE-ONE-MONTH
               VARYING WS-MONTH FROM 1 BY 1
      * A recurring entry (flag 'R', year 0000) matches on month and
      * day alone; a fixed entry must match the full date.
       CHECK-HOLIDAY-MATCH.
           COMPUTE WS-CAND-MMDD = (WS-DB-MONTH * 100) + WS-DB-DAY.
           IF WS-HOL-FLAG(WS-HOL-SCAN) = 'R' THEN
               IF WS-HOL-MMDD(WS-HOL-SCAN) = WS-CAND-MMDD THEN
                   MOVE 'N' TO WS-BUSDAY-SW
               VARYING WS-QTR-MONTH FROM WS-QTR-START-MONTH BY 1
               UNTIL WS-QTR-MONTH > WS-QTR-END-MONTH.
           MOVE WS-QTR-BUSDAYS TO WS-FC-QTR-BUSDAYS.
           MOVE WS-CAL-BASIS TO WS-FC-BASIS.
           IF WS-BASIS-RETAIL THEN
               MOVE WS-PER-START(WS-MONTH) TO WS-FC-PER-START
               MOVE WS-PER-END(WS-MONTH) TO WS-FC-PER-END
               MOVE WS-PER-WEEKS(WS-MONTH) TO WS-FC-PER-WEEKS
               MOVE WS-PER-BUSDAYS(WS-MONTH) TO WS-FC-PER-BUSDAYS
               MOVE WS-53-WEEK-SW TO WS-FC-53-WEEK-FLAG
           ELSE
               MOVE WS-YEAR TO WS-DB-YEAR
               MOVE WS-MONTH TO WS-DB-MONTH
               MOVE 1 TO WS-DB-DAY
               MOVE WS-DATE-BUILD-NUM TO WS-FC-PER-START
               MOVE WS-DAYS-THIS-MONTH TO WS-DB-DAY
               MOVE WS-DATE-BUILD-NUM TO WS-FC-PER-END
               MOVE WS-MONTH-BUSDAYS(WS-MONTH) TO WS-FC-PER-BUSDAYS
               MOVE 'N' TO WS-FC-53-WEEK-FLAG
           END-IF.
           WRITE WS-FC-RECORD.
           ADD 1 TO WS-MONTHS-WRITTEN-COUNT.
           ADD WS-DAYS-THIS-MONTH TO WS-DAYS-BEFORE-MONTH.
           ADD WS-MONTH-BUSDAYS(WS-QTR-MONTH) TO WS-QTR-BUSDAYS.
       SUM-QUARTER-BUSDAYS-EXIT.

      * The retail year starting in this record's year runs to the
      * day before the next one starts; 371 days between them is
      * the 53-week year.
       BUILD-RETAIL-YEAR.
           MOVE WS-YEAR TO WS-FY-YEAR.
           PERFORM FIND-FY-START.
           MOVE WS-FY-BEGIN-INT TO WS-THIS-FY-INT.
           ADD 1 TO WS-FY-YEAR.
           PERFORM FIND-FY-START.
           MOVE WS-FY-BEGIN-INT TO WS-NEXT-FY-INT.
           COMPUTE WS-FY-WEEKS = (WS-NEXT-FY-INT - WS-THIS-FY-INT) / 7.
           MOVE 'N' TO WS-53-WEEK-SW.
           IF WS-FY-WEEKS = 53 THEN
               MOVE 'Y' TO WS-53-WEEK-SW
               ADD 1 TO WS-53-WEEK-YEAR-COUNT
           END-IF.
           MOVE WS-THIS-FY-INT TO WS-PER-BEGIN-INT.
           PERFORM BUILD-ONE-PERIOD
               VARYING WS-PERIOD FROM 1 BY 1
               UNTIL WS-PERIOD > 12.
       BUILD-RETAIL-YEAR-EXIT.

      * The fiscal year's start month and day in WS-FY-YEAR, moved
      * to the nearest day falling on the start date's weekday -
      * up to three days either way.
       FIND-FY-START.
           COMPUTE WS-FY-TARGET-INT = FUNCTION INTEGER-OF-DATE(
               (WS-FY-YEAR * 10000) + WS-FY-START-MMDD).
           COMPUTE WS-FY-SHIFT = FUNCTION MOD(
               WS-FY-START-DOW - FUNCTION MOD(WS-FY-TARGET-INT, 7)
               + 7, 7).
           IF WS-FY-SHIFT > 3 THEN
               SUBTRACT 7 FROM WS-FY-SHIFT
           END-IF.
           COMPUTE WS-FY-BEGIN-INT = WS-FY-TARGET-INT + WS-FY-SHIFT.
       FIND-FY-START-EXIT.

       BUILD-ONE-PERIOD.
           COMPUTE WS-PERIOD-POS =
               FUNCTION MOD(WS-PERIOD - 1, 3) + 1.
           MOVE WS-BASIS-WEEKS(WS-PERIOD-POS) TO
               WS-PER-WEEKS(WS-PERIOD).
           IF WS-PERIOD = 12 AND WS-53-WEEK-YEAR THEN
               ADD 1 TO WS-PER-WEEKS(WS-PERIOD)
           END-IF.
           COMPUTE WS-PER-LAST-INT =
               WS-PER-BEGIN-INT + (WS-PER-WEEKS(WS-PERIOD) * 7) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PER-BEGIN-INT) TO
               WS-PER-START(WS-PERIOD).
           MOVE FUNCTION DATE-OF-INTEGER(WS-PER-LAST-INT) TO
               WS-PER-END(WS-PERIOD).
           MOVE 0 TO WS-PER-BUSDAYS(WS-PERIOD).
           PERFORM COUNT-PERIOD-BUSDAY
               VARYING WS-PER-DAY-INT FROM WS-PER-BEGIN-INT BY 1
               UNTIL WS-PER-DAY-INT > WS-PER-LAST-INT.
           COMPUTE WS-PER-BEGIN-INT = WS-PER-LAST-INT + 1.
       BUILD-ONE-PERIOD-EXIT.

      * Same weekend and holiday tests as the month count, on a day
      * given as its integer day number.
       COUNT-PERIOD-BUSDAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-PER-DAY-INT) TO
               WS-DATE-BUILD-NUM.
           MOVE 'Y' TO WS-BUSDAY-SW.
           COMPUTE WS-DOW-REM = FUNCTION MOD(WS-PER-DAY-INT, 7).
           IF WS-DOW-REM = 6 OR WS-DOW-REM = 0 THEN
               MOVE 'N' TO WS-BUSDAY-SW
           END-IF.
           IF WS-IS-BUSDAY AND WS-HOL-COUNT > 0 THEN
               PERFORM CHECK-HOLIDAY-MATCH
                   VARYING WS-HOL-SCAN FROM 1 BY 1
                   UNTIL WS-HOL-SCAN > WS-HOL-COUNT
           END-IF.
           IF WS-IS-BUSDAY THEN
               ADD 1 TO WS-PER-BUSDAYS(WS-PERIOD)
           END-IF.
       COUNT-PERIOD-BUSDAY-EXIT.

           COPY RUNCTLP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
