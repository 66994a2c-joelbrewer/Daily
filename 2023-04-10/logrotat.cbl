      *                through and the slot reuse truncated records
      *                still inside the requested window without a
      *                word.
      * 09/02/2024 JB - The retention cutoff comes from the shared
      *                DATECALC module (see the DATECWS copybook),
      *                the same date arithmetic the aging programs
      *                use, instead of a local integer-date sum.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGROTAT.

       01 WS-RETENTION-DAYS PIC 9(03) VALUE 30.
       01 WS-CUTOFF-DATE PIC 9(08) VALUE 0.

      * Tonight's week and slot: the integer day count divided into
      * weeks, folded onto the six slots, so each slot holds one
       COPY RUNCTL.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
       GET-RETENTION-PARM-EXIT.

      * Whole segments dated before the cutoff are dropped; the
      * cutoff is today's run date less the retention in calendar
      * days, off DATECALC. The integer day count stays for the
      * weekly slot arithmetic below.
       COMPUTE-CUTOFF-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE 'ADDC' TO WS-DATC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-1.
           COMPUTE WS-DATC-DAYS = 0 - WS-RETENTION-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DATE TO WS-CUTOFF-DATE
           ELSE
               MOVE 0 TO WS-CUTOFF-DATE
           END-IF.
           DISPLAY "ARCHIVE CUTOFF DATE: " WS-CUTOFF-DATE.
       COMPUTE-CUTOFF-DATE-EXIT.

