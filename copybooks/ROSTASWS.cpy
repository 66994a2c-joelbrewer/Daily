      ******************************************************************
      * ROSTASWS - Working fields for the roster as-of lookup.
      *
      * Copied into the WORKING-STORAGE SECTION of any program that
      * CALLs the ROSTASOF module. Move the player and the date in,
      * CALL 'ROSTASOF' USING WS-RASO-PLAYER-ID WS-RASO-DATE
      * WS-RASO-STATE, and the state comes back as the roster stood
      * at the close of that date. WS-RASO-FOUND is 'N' when the
      * player was not on the roster then (or no roster is to hand);
      * a division that was never keyed comes back as 1, the way the
      * scoring run treats it.
      ******************************************************************
       01 WS-RASO-PLAYER-ID PIC X(10).
       01 WS-RASO-DATE PIC 9(08).
       01 WS-RASO-STATE.
           05 WS-RASO-FOUND PIC X(01).
           05 WS-RASO-STATUS PIC X(01).
           05 WS-RASO-DIVISION PIC 9(01).
           05 WS-RASO-NAME PIC X(20).
           05 WS-RASO-CONTACT PIC X(20).
           05 WS-RASO-RULE-SET PIC X(01).
           05 WS-RASO-TEAM-ID PIC X(04).
