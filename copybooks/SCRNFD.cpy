      ******************************************************************
      * SCRNFD - Shared style-guide screening register record layout.
      *
      * Copied into the FILE SECTION of every screening program. One
      * record per forbidden word found in one piece of text, tagged
      * with the run id, business date and source program the way
      * EXCPLOG records are, plus the master's category and action
      * for the word, how many times it appeared, and the head of
      * the text as it arrived so the editors can see the context.
      *
      * WS-SCRN-REG-ACTION is the action taken: 'R' rejected (the
      * text was refused or held), 'W' warned (passed as written),
      * 'S' substituted (passed with the master's replacement).
      ******************************************************************
       FD  SCREEN-REGISTER.
       01 WS-SCRN-OUT-RECORD.
           05 WS-SCRN-REG-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-SOURCE PIC X(12).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-KEY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-WORD PIC X(30).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-CATEGORY PIC X(01).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-TIMES PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-SCRN-REG-TEXT PIC X(60).
