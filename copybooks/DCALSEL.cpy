      ******************************************************************
      * DCALSEL - Day calendar file selection.
      *
      * Copied into the FILE-CONTROL paragraph of every program that
      * asks "is this a business day" or "how many business days
      * between", so each one reads the answer off the DAYCAL day
      * calendar the CALGEN step builds behind FISCGEN instead of
      * re-deriving weekends and scanning HOLMSTR for itself.
      * Dynamic access serves both CALGEN's load in date order and
      * every reader's random lookups.
      ******************************************************************
           SELECT DAY-CALENDAR ASSIGN TO "DAYCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DCAL-DATE
               FILE STATUS IS WS-DCAL-FILE-STATUS.
