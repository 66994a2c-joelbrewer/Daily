      ******************************************************************
      * SCRNP - Shared style-guide screening logic.
      *
      * Copied into the PROCEDURE DIVISION of every program that
      * screens text. OPEN-SCREEN-REGISTER is performed once at the
      * start of the run (OPEN EXTEND, falling back to OPEN OUTPUT on
      * first use, the same as the exception log), SCREEN-FOR-
      * FORBIDDEN-WORDS once per piece of text, and CLOSE-SCREEN-
      * REGISTER once at the end of the run.
      *
      * Every hit goes to SCRNREG and to EXCPLOG - the caller's
      * exception log must already be open. What to do about a reject
      * or a substitution is the caller's business: the screen only
      * reports, and hands back the substituted text.
      ******************************************************************
       OPEN-SCREEN-REGISTER.
           OPEN EXTEND SCREEN-REGISTER.
           IF WS-SCRN-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT SCREEN-REGISTER
           END-IF.

       SCREEN-FOR-FORBIDDEN-WORDS.
           CALL 'FORBSCRN' USING WS-SCRN-REQUEST WS-SCRN-RESULT.
           IF WS-SCRN-HIT-COUNT > 10 THEN
               MOVE 10 TO WS-SCRN-HIT-LIMIT
           ELSE
               MOVE WS-SCRN-HIT-COUNT TO WS-SCRN-HIT-LIMIT
           END-IF.
           PERFORM LOG-ONE-SCREEN-HIT
               VARYING WS-SCRN-HIT-SCAN FROM 1 BY 1
               UNTIL WS-SCRN-HIT-SCAN > WS-SCRN-HIT-LIMIT.

      * A reject or a warning is something an editor should see; a
      * substitution already did what the style guide asks.
       LOG-ONE-SCREEN-HIT.
           INITIALIZE WS-SCRN-OUT-RECORD WITH FILLER.
           MOVE WS-RUN-ID TO WS-SCRN-REG-RUN-ID.
           MOVE WS-RUN-DATE TO WS-SCRN-REG-DATE.
           MOVE WS-SCRN-SOURCE-PARM TO WS-SCRN-REG-SOURCE.
           MOVE WS-SCRN-KEY-PARM TO WS-SCRN-REG-KEY.
           MOVE WS-SCRN-HIT-WORD(WS-SCRN-HIT-SCAN) TO
               WS-SCRN-REG-WORD.
           MOVE WS-SCRN-HIT-CATEGORY(WS-SCRN-HIT-SCAN) TO
               WS-SCRN-REG-CATEGORY.
           MOVE WS-SCRN-HIT-ACTION(WS-SCRN-HIT-SCAN) TO
               WS-SCRN-REG-ACTION.
           MOVE WS-SCRN-HIT-TIMES(WS-SCRN-HIT-SCAN) TO
               WS-SCRN-REG-TIMES.
           MOVE WS-SCRN-TEXT(1:60) TO WS-SCRN-REG-TEXT.
           WRITE WS-SCRN-OUT-RECORD.
           MOVE WS-SCRN-SOURCE-PARM TO WS-EXCP-SOURCE-PARM.
           MOVE WS-SCRN-KEY-PARM TO WS-EXCP-KEY-PARM.
           MOVE SPACES TO WS-EXCP-REASON-PARM.
           EVALUATE WS-SCRN-HIT-ACTION(WS-SCRN-HIT-SCAN)
           WHEN 'R'
               STRING "FORBIDDEN WORD REJECTED: "
                   WS-SCRN-HIT-WORD(WS-SCRN-HIT-SCAN)
                   DELIMITED BY SIZE INTO WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
           WHEN 'S'
               STRING "FORBIDDEN WORD REPLACED: "
                   WS-SCRN-HIT-WORD(WS-SCRN-HIT-SCAN)
                   DELIMITED BY SIZE INTO WS-EXCP-REASON-PARM
               MOVE 'I' TO WS-EXCP-SEVERITY-PARM
           WHEN OTHER
               STRING "FORBIDDEN WORD PASSED: "
                   WS-SCRN-HIT-WORD(WS-SCRN-HIT-SCAN)
                   DELIMITED BY SIZE INTO WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
           END-EVALUATE.
           PERFORM LOG-EXCEPTION.

       CLOSE-SCREEN-REGISTER.
           CLOSE SCREEN-REGISTER.
