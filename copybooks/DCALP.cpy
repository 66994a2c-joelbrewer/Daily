      ******************************************************************
      * DCALP - Shared day calendar open/lookup/close logic.
      *
      * Copied into the PROCEDURE DIVISION alongside DCALWS.
      * OPEN-DAY-CALENDAR is performed once before the first lookup
      * and CLOSE-DAY-CALENDAR once after the last. A missing
      * calendar is a console note, never a failed step - the
      * readers are gates and agers, and must not brick the chain
      * over a file.
      *
      * LOOK-UP-CALENDAR-DAY reads WS-DCAL-LOOK-DATE off DAYCAL.
      * A date the calendar does not carry (or no calendar at all)
      * still comes back with its day of week and a business-day
      * flag off the weekend arithmetic alone - day 1 (1 JAN 1601)
      * was a Monday - with WS-DCAL-FOUND 'N' and no ordinals, so
      * the caller knows not to subtract serials.
      ******************************************************************
       OPEN-DAY-CALENDAR.
           OPEN INPUT DAY-CALENDAR.
           IF WS-DCAL-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-DCAL-OPEN-SW
           ELSE
               MOVE 'N' TO WS-DCAL-OPEN-SW
               DISPLAY "NO DAY CALENDAR (STATUS " WS-DCAL-FILE-STATUS
                   ") - WEEKENDS ONLY, HOLIDAYS NOT CHECKED"
           END-IF.

       LOOK-UP-CALENDAR-DAY.
           MOVE 'N' TO WS-DCAL-FOUND-SW.
           IF WS-DCAL-OPEN THEN
               MOVE WS-DCAL-LOOK-DATE TO WS-DCAL-DATE
               READ DAY-CALENDAR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-DCAL-FOUND-SW
               END-READ
           END-IF.
           IF NOT WS-DCAL-FOUND THEN
               INITIALIZE WS-DCAL-RECORD WITH FILLER
               MOVE WS-DCAL-LOOK-DATE TO WS-DCAL-DATE
               COMPUTE WS-DCAL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DCAL-LOOK-DATE)
               COMPUTE WS-DCAL-DOW-REM =
                   FUNCTION MOD(WS-DCAL-DATE-INT, 7)
               IF WS-DCAL-DOW-REM = 0 THEN
                   MOVE 7 TO WS-DCAL-DOW
               ELSE
                   MOVE WS-DCAL-DOW-REM TO WS-DCAL-DOW
               END-IF
               MOVE 'N' TO WS-DCAL-HOLIDAY-FLAG
               IF WS-DCAL-DOW > 5 THEN
                   MOVE 'N' TO WS-DCAL-BUSDAY-FLAG
               ELSE
                   MOVE 'Y' TO WS-DCAL-BUSDAY-FLAG
               END-IF
           END-IF.

       CLOSE-DAY-CALENDAR.
           IF WS-DCAL-OPEN THEN
               CLOSE DAY-CALENDAR
               MOVE 'N' TO WS-DCAL-OPEN-SW
           END-IF.
