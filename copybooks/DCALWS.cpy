      ******************************************************************
      * DCALWS - Day calendar lookup working fields.
      *
      * Copied into the WORKING-STORAGE SECTION alongside DCALSEL/
      * DCALFD. Move the date to WS-DCAL-LOOK-DATE and PERFORM
      * LOOK-UP-CALENDAR-DAY (see the DCALP copybook); the day comes
      * back in the DCALFD record either way, and WS-DCAL-FOUND says
      * whether it came off the calendar or off the weekend
      * arithmetic alone.
      ******************************************************************
       01 WS-DCAL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DCAL-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-DCAL-OPEN VALUE 'Y'.
       01 WS-DCAL-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-DCAL-FOUND VALUE 'Y'.
       01 WS-DCAL-LOOK-DATE PIC 9(08) VALUE 0.
       01 WS-DCAL-DATE-INT PIC 9(07) VALUE 0.
       01 WS-DCAL-DOW-REM PIC 9(01) VALUE 0.
