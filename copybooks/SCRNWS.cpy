      ******************************************************************
      * SCRNWS - Shared style-guide screening working fields.
      *
      * Copied into the WORKING-STORAGE SECTION of every program that
      * screens text (see the SCRNP copybook). Move the text and its
      * length into WS-SCRN-REQUEST, the program name and a key for
      * the register into WS-SCRN-SOURCE-PARM/KEY-PARM, then PERFORM
      * SCREEN-FOR-FORBIDDEN-WORDS. The FORBSCRN module answers in
      * WS-SCRN-RESULT:
      *
      *   WS-SCRN-ACTION    the strongest action any hit called for:
      *                     'R' reject over 'S' substitute over 'W'
      *                     warn; space when the text is clean
      *   WS-SCRN-TEXT-OUT  the text with every substitution made -
      *                     the same as the text in when nothing was
      *                     substituted
      *   WS-SCRN-HIT-COUNT how many forbidden words were found; the
      *                     first ten are itemized
      *
      * Matching is whole words (or whole phrases) regardless of case.
      ******************************************************************
       01 WS-SCRN-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SCRN-SOURCE-PARM PIC X(12).
       01 WS-SCRN-KEY-PARM PIC X(15).
       01 WS-SCRN-HIT-SCAN PIC 9(03) VALUE 0.
       01 WS-SCRN-HIT-LIMIT PIC 9(03) VALUE 0.
       01 WS-SCRN-REQUEST.
           05 WS-SCRN-TEXT PIC X(240).
           05 WS-SCRN-TEXT-LEN PIC 9(03).
       01 WS-SCRN-RESULT.
           05 WS-SCRN-ACTION PIC X(01).
               88 WS-SCRN-CLEAN VALUE SPACE.
               88 WS-SCRN-REJECT VALUE 'R'.
               88 WS-SCRN-SUBSTITUTE VALUE 'S'.
               88 WS-SCRN-WARN VALUE 'W'.
           05 WS-SCRN-TEXT-OUT PIC X(240).
           05 WS-SCRN-HIT-COUNT PIC 9(03).
           05 WS-SCRN-HIT OCCURS 10 TIMES.
               10 WS-SCRN-HIT-WORD PIC X(30).
               10 WS-SCRN-HIT-CATEGORY PIC X(01).
               10 WS-SCRN-HIT-ACTION PIC X(01).
               10 WS-SCRN-HIT-TIMES PIC 9(03).
