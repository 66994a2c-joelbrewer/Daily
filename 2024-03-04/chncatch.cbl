      *                and HOLMSTR scan JOBSTAT's gate runs): a
      *                staged Saturday could never close and the
      *                catch-up deadlocked across every weekend.
      * 08/19/2024 JB - RANGE takes each date's business-day flag off
      *                the DAYCAL day calendar CALGEN builds (see the
      *                DCALP copybook), the same answer JOBSTAT's
      *                gate now gives, instead of its own weekend
      *                arithmetic and HOLMSTR scan.
      * 09/02/2024 JB - RANGE asks the shared DATECALC module (see
      *                the DATECWS copybook) whether each date is a
      *                business day and steps the range with it; a
      *                FROM or TO that is no real date now refuses
      *                the range instead of staging garbage.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNCATCH.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-JOB-DATE
               FILE STATUS IS WS-JOB-FILE-STATUS.
           COPY BDATSEL.
           COPY AUDTSEL.
       DATA DIVISION.
               10 WS-JOB-TM-END PIC 9(06).
           05 FILLER PIC X(17).

       COPY BDATFD.

       COPY AUDTFD.
       01 WS-OPEN-COUNT PIC 9(02) VALUE 0.
       01 WS-JOB-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-JOB-FOUND VALUE 'Y'.
       01 WS-SYSTEM-DATE PIC 9(08) VALUE 0.
       01 WS-SYSTEM-TIME PIC 9(08) VALUE 0.

      * Each staged candidate, tested and stepped through DATECALC.
       01 WS-STAGE-DATE PIC 9(08) VALUE 0.
       01 WS-RANGE-DATES-OK-SW PIC X(01) VALUE 'N'.
           88 WS-RANGE-DATES-OK VALUE 'Y'.

       COPY DATECWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
           PERFORM COUNT-ONE-OPEN-DATE
               VARYING WS-CD-SCAN FROM 1 BY 1
               UNTIL WS-CD-SCAN > WS-CD-COUNT.
           PERFORM CHECK-RANGE-DATES.
           EVALUATE TRUE
           WHEN WS-FROM-DATE = 0 OR WS-TO-DATE = 0
               DISPLAY "CHNCATCH: RANGE NEEDS BOTH DATES"
               MOVE 8 TO RETURN-CODE
           WHEN NOT WS-RANGE-DATES-OK
               DISPLAY "CHNCATCH: RANGE DATE IS NOT A REAL DATE"
               MOVE 8 TO RETURN-CODE
           WHEN WS-TO-DATE < WS-FROM-DATE
               DISPLAY "CHNCATCH: RANGE RUNS BACKWARD"
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               MOVE 0 TO WS-CD-COUNT
               MOVE WS-FROM-DATE TO WS-STAGE-DATE
               PERFORM STAGE-ONE-DATE
                   UNTIL WS-CD-COUNT >= 31 OR
                   WS-STAGE-DATE > WS-TO-DATE
               PERFORM REWRITE-CATCH-FILE
               DISPLAY "CHNCATCH: " WS-CD-COUNT " DATES STAGED "
                   "FROM " WS-FROM-DATE " TO " WS-TO-DATE
           END-IF.
       COUNT-ONE-OPEN-DATE-EXIT.

       CHECK-RANGE-DATES.
           MOVE 'N' TO WS-RANGE-DATES-OK-SW.
           MOVE 'INFO' TO WS-DATC-FUNCTION.
           MOVE WS-FROM-DATE TO WS-DATC-DATE-1.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-TO-DATE TO WS-DATC-DATE-1
               CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT
               IF WS-DATC-OK THEN
                   MOVE 'Y' TO WS-RANGE-DATES-OK-SW
               END-IF
           END-IF.
       CHECK-RANGE-DATES-EXIT.

      * Only business days stage: NEXT would hand a weekend or
      * holiday to a chain whose STEP005 refuses it, the date could
      * never close on JOBSTAT, and the following NEXT would stop
      * the catch-up dead on a date that was never going to run.
       STAGE-ONE-DATE.
           MOVE 'INFO' TO WS-DATC-FUNCTION.
           MOVE WS-STAGE-DATE TO WS-DATC-DATE-1.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-BUSINESS-DAY THEN
               ADD 1 TO WS-CD-COUNT
               MOVE WS-STAGE-DATE TO WS-CD-DATE(WS-CD-COUNT)
               MOVE 'P' TO WS-CD-STATUS(WS-CD-COUNT)
               DISPLAY "CHNCATCH: " WS-STAGE-DATE " IS NOT A "
                   "BUSINESS DAY - NOT STAGED"
           END-IF.
           MOVE 'ADDC' TO WS-DATC-FUNCTION.
           MOVE 1 TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DATE TO WS-STAGE-DATE
           ELSE
               MOVE 99999999 TO WS-STAGE-DATE
           END-IF.
       STAGE-ONE-DATE-EXIT.

      ******************************************************************
      * NEXT: the oldest pending date becomes tonight's BUSDATE -
