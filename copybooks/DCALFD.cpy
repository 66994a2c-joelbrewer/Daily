      ******************************************************************
      * DCALFD - Day calendar record layout.
      *
      * Copied into the FILE SECTION alongside DCALSEL. One record
      * per calendar day for every year FISCCAL carries, keyed on
      * the date:
      *   DOW            1 Monday through 7 Sunday, and its name
      *   ISO-YEAR/WEEK  the ISO 8601 week (Monday start; week 1
      *                  holds the year's first Thursday), so the
      *                  first days of January can sit in the
      *                  previous year's week 52 or 53
      *   FISC-*         the FISCCAL year, month and quarter
      *   BUSDAY-FLAG    'Y' a business day, 'N' a weekend or a
      *                  HOLMSTR holiday
      *   HOLIDAY-FLAG   'Y' with the HOLMSTR description beside it
      *   BUSDAY-MONTH/-QTR/-YEAR
      *                  the running business-day number within the
      *                  month, quarter and year. A business day
      *                  carries its own ordinal; a weekend or
      *                  holiday carries the count so far, so the
      *                  1st of a month that opens on a Saturday
      *                  shows 0.
      *   BUSDAY-SERIAL  the same running count from the first day
      *                  on the calendar, never reset, so "business
      *                  days between" is one subtraction.
      ******************************************************************
       FD  DAY-CALENDAR.
       01 WS-DCAL-RECORD.
           05 WS-DCAL-DATE PIC 9(08).
           05 WS-DCAL-DOW PIC 9(01).
           05 WS-DCAL-DOW-NAME PIC X(03).
           05 WS-DCAL-ISO-YEAR PIC 9(04).
           05 WS-DCAL-ISO-WEEK PIC 9(02).
           05 WS-DCAL-FISC-YEAR PIC 9(04).
           05 WS-DCAL-FISC-MONTH PIC 9(02).
           05 WS-DCAL-FISC-QUARTER PIC 9(01).
           05 WS-DCAL-BUSDAY-FLAG PIC X(01).
               88 WS-DCAL-BUSINESS-DAY VALUE 'Y'.
           05 WS-DCAL-HOLIDAY-FLAG PIC X(01).
               88 WS-DCAL-HOLIDAY VALUE 'Y'.
           05 WS-DCAL-HOLIDAY-DESC PIC X(30).
           05 WS-DCAL-BUSDAY-MONTH PIC 9(02).
           05 WS-DCAL-BUSDAY-QTR PIC 9(02).
           05 WS-DCAL-BUSDAY-YEAR PIC 9(03).
           05 WS-DCAL-BUSDAY-SERIAL PIC 9(06).
           05 FILLER PIC X(30).
