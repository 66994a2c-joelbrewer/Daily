      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/02/2024
      * Purpose: The one place the batch does date arithmetic. The
      *          aging, due-date and retention logic had grown up
      *          program by program - INTEGER-OF-DATE here, a DAYCAL
      *          serial there, a weekend test somewhere else - and
      *          no two agreed on a holiday or a leap day. This
      *          module is CALLed by RECYMNT, CIPHACK, CHNCATCH,
      *          LOGROTAT, DUESMNT and YACHTMCH - see the DATECWS
      *          copybook for the calling fields - and adds or
      *          subtracts calendar or business days, counts either
      *          between two dates, and gives day of week, business
      *          day, holiday and month end for a date. Leap years
      *          answer to the LEAPMSTR master, holidays to HOLMSTR.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/02/2024 JB - First cut. Business days are Monday to
      *                 Friday less the HOLMSTR holidays; a year
      *                 LEAPMSTR has not seen falls back to the
      *                 Gregorian rule, and a missing HOLMSTR leaves
      *                 weekends as the only days off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATECALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAP-YEAR-MASTER ASSIGN TO "LEAPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-LYM-YEAR
               FILE STATUS IS WS-LYM-FILE-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Leap-year master, exactly as LEAP-YEAR and LEAPMNT write it.
       FD  LEAP-YEAR-MASTER.
       01 WS-LYM-RECORD.
           05 WS-LYM-YEAR PIC 9(04).
           05 WS-LYM-LEAP-FLAG PIC X(01).
           05 WS-LYM-DAYS PIC 9(03).
           05 FILLER PIC X(72).

      * Holiday master as HOLIMNT writes it: a recurring holiday
      * carries year 0000 and flag 'R', a fixed one its full date
      * and flag 'F'.
       FD  HOLIDAY-MASTER.
       01 WS-HOL-MSTR-RECORD.
           05 WS-HOL-MSTR-DATE PIC 9(08).
           05 WS-HOL-MSTR-DATE-R REDEFINES WS-HOL-MSTR-DATE.
               10 WS-HOL-MSTR-YEAR PIC 9(04).
               10 WS-HOL-MSTR-MMDD PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-DESC PIC X(30).
           05 FILLER PIC X(39).

       WORKING-STORAGE SECTION.
       01 WS-LYM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-HOL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-FIRST-CALL-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y'.
       01 WS-LYM-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-LYM-OPEN VALUE 'Y'.
       01 WS-HOL-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-HOL-EOF VALUE 'Y'.
       01 WS-REQUEST-OK-SW PIC X(01) VALUE 'N'.
           88 WS-REQUEST-OK VALUE 'Y'.
       01 WS-DATE-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-DATE-VALID VALUE 'Y'.
       01 WS-BUSDAY-SW PIC X(01) VALUE 'N'.
           88 WS-BUSDAY VALUE 'Y'.

      * Holiday master, held whole for the run - HOLIMNT caps it at
      * 100 entries.
       01 WS-HOL-COUNT PIC 9(03) VALUE 0.
       01 WS-HOL-SCAN PIC 9(03) VALUE 0.
       01 WS-HOL-TABLE.
           05 WS-HOL-ENTRY OCCURS 100 TIMES.
               10 WS-HOL-DATE PIC 9(08).
               10 WS-HOL-MMDD PIC 9(04).
               10 WS-HOL-FLAG PIC X(01).
               10 WS-HOL-DESC PIC X(30).
       01 WS-HOL-DESC-FOUND PIC X(30).

      * The last year asked of LEAPMSTR is kept, since a run asks
      * about the same year over and over.
       01 WS-LEAP-CACHE-YEAR PIC 9(04) VALUE 0.
       01 WS-LEAP-CACHE-FLAG PIC X(01) VALUE 'N'.
       01 WS-LEAP-YEAR PIC 9(04).
       01 WS-LEAP-FLAG PIC X(01).
           88 WS-IS-LEAP-YEAR VALUE 'Y'.

      * The date under test, broken out, with its day number.
       01 WS-CHECK-DATE PIC 9(08).
       01 WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
           05 WS-CHECK-YEAR PIC 9(04).
           05 WS-CHECK-MONTH PIC 9(02).
           05 WS-CHECK-DAY PIC 9(02).
       01 WS-CHECK-MMDD PIC 9(04).
       01 WS-CHECK-INT PIC S9(07) VALUE 0.
       01 WS-DAYS-IN-MONTH PIC 9(02) VALUE 0.

      * Day numbers for the two request dates and the answer, and
      * the business-day stepping.
       01 WS-INT-1 PIC S9(07) VALUE 0.
       01 WS-INT-2 PIC S9(07) VALUE 0.
       01 WS-ANSWER-INT PIC S9(07) VALUE 0.
       01 WS-STEP-INT PIC S9(07) VALUE 0.
       01 WS-STEP-LIMIT PIC S9(07) VALUE 0.
       01 WS-STEP-DIR PIC S9(01) VALUE 1.
       01 WS-DAYS-LEFT PIC S9(05) VALUE 0.
       01 WS-BUSDAY-COUNT PIC S9(05) VALUE 0.
       01 WS-STEP-DOW PIC 9(01) VALUE 0.
       01 WS-MONTH-END-DATE PIC 9(08).
       01 WS-MONTH-END-DATE-R REDEFINES WS-MONTH-END-DATE.
           05 WS-MONTH-END-YYYYMM PIC 9(06).
           05 WS-MONTH-END-DD PIC 9(02).

      * 16010101 is day 1 of the integer dates, 99991231 the last.
       01 WS-FIRST-INT PIC S9(07) VALUE 1.
       01 WS-LAST-INT PIC S9(07) VALUE 3067671.

       01 WS-MONTH-DAYS-LIST PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
       01 WS-DOW-NAME-LIST PIC X(21)
           VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DOW-NAME-TABLE REDEFINES WS-DOW-NAME-LIST.
           05 WS-DOW-NAMES PIC X(03) OCCURS 7 TIMES.

       LINKAGE SECTION.
       01 LNK-REQUEST.
           05 LNK-FUNCTION PIC X(04).
           05 LNK-DATE-1 PIC 9(08).
           05 LNK-DATE-2 PIC 9(08).
           05 LNK-DAYS PIC S9(05).
       01 LNK-RESULT.
           05 LNK-VALID PIC X(01).
           05 LNK-RESULT-DATE PIC 9(08).
           05 LNK-RESULT-DAYS PIC S9(05).
           05 LNK-DOW PIC 9(01).
           05 LNK-DOW-NAME PIC X(03).
           05 LNK-BUSDAY-FLAG PIC X(01).
           05 LNK-HOLIDAY-DESC PIC X(30).
           05 LNK-MONTH-END PIC 9(08).
           05 LNK-LEAP-FLAG PIC X(01).

       PROCEDURE DIVISION USING LNK-REQUEST LNK-RESULT.
       RESOLVE-DATE-REQUEST.
      * LEAPMSTR stays open and the holiday table loaded across
      * calls - an aging report calls once per item - until the
      * run unit ends.
           IF WS-FIRST-CALL THEN
               PERFORM OPEN-LEAP-MASTER
               PERFORM LOAD-HOLIDAY-TABLE
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
           MOVE SPACES TO LNK-RESULT.
           MOVE 'N' TO LNK-VALID.
           MOVE ZEROS TO LNK-RESULT-DATE LNK-RESULT-DAYS LNK-DOW
               LNK-MONTH-END.
           PERFORM CHECK-REQUEST.
           IF WS-REQUEST-OK THEN
               PERFORM ANSWER-REQUEST
           END-IF.
           IF WS-REQUEST-OK THEN
               PERFORM DESCRIBE-ANSWER-DATE
           END-IF.
           GOBACK.
       RESOLVE-DATE-REQUEST-EXIT.

      * Without LEAPMSTR every year falls to the Gregorian rule.
       OPEN-LEAP-MASTER.
           OPEN INPUT LEAP-YEAR-MASTER.
           IF WS-LYM-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-LYM-OPEN-SW
           ELSE
               DISPLAY "DATECALC: LEAP-YEAR MASTER NOT AVAILABLE "
                   "(STATUS " WS-LYM-FILE-STATUS ") - GREGORIAN "
                   "RULE ANSWERS FOR EVERY YEAR"
           END-IF.
       OPEN-LEAP-MASTER-EXIT.

       LOAD-HOLIDAY-TABLE.
           MOVE 0 TO WS-HOL-COUNT.
           MOVE 'N' TO WS-HOL-EOF-SW.
           OPEN INPUT HOLIDAY-MASTER.
           IF WS-HOL-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-HOLIDAY UNTIL WS-HOL-EOF
               CLOSE HOLIDAY-MASTER
           ELSE
               DISPLAY "DATECALC: HOLIDAY MASTER NOT AVAILABLE "
                   "(STATUS " WS-HOL-FILE-STATUS ") - WEEKENDS ONLY "
                   "ARE NON-BUSINESS DAYS"
           END-IF.
       LOAD-HOLIDAY-TABLE-EXIT.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-MASTER
               AT END
                   MOVE 'Y' TO WS-HOL-EOF-SW
               NOT AT END
                   IF WS-HOL-COUNT < 100 AND
                       WS-HOL-MSTR-DATE NUMERIC THEN
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-HOL-MSTR-DATE TO
                           WS-HOL-DATE(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-MMDD TO
                           WS-HOL-MMDD(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-FLAG TO
                           WS-HOL-FLAG(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-DESC TO
                           WS-HOL-DESC(WS-HOL-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-HOLIDAY-EXIT.

      * DATE-1 must be a real date for every function, DATE-2 for
      * the two counts.
       CHECK-REQUEST.
           MOVE 'N' TO WS-REQUEST-OK-SW.
           MOVE LNK-DATE-1 TO WS-CHECK-DATE.
           PERFORM VALIDATE-DATE.
           IF WS-DATE-VALID THEN
               MOVE WS-CHECK-INT TO WS-INT-1
               EVALUATE LNK-FUNCTION
                   WHEN 'INFO'
                   WHEN 'ADDC'
                   WHEN 'ADDB'
                       MOVE 'Y' TO WS-REQUEST-OK-SW
                   WHEN 'CNTC'
                   WHEN 'CNTB'
                       MOVE LNK-DATE-2 TO WS-CHECK-DATE
                       PERFORM VALIDATE-DATE
                       IF WS-DATE-VALID THEN
                           MOVE WS-CHECK-INT TO WS-INT-2
                           MOVE 'Y' TO WS-REQUEST-OK-SW
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       CHECK-REQUEST-EXIT.

      * A real date: numeric, from 1601 on, a month 1 to 12 and a
      * day inside it, February 29th only in a LEAPMSTR leap year.
       VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-SW.
           MOVE 0 TO WS-CHECK-INT.
           IF WS-CHECK-DATE NUMERIC THEN
               IF WS-CHECK-YEAR >= 1601 AND
                   WS-CHECK-MONTH >= 1 AND WS-CHECK-MONTH <= 12 AND
                   WS-CHECK-DAY >= 1 THEN
                   PERFORM FIND-DAYS-IN-MONTH
                   IF WS-CHECK-DAY <= WS-DAYS-IN-MONTH AND
                       FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE)
                           = 0 THEN
                       MOVE 'Y' TO WS-DATE-VALID-SW
                       COMPUTE WS-CHECK-INT =
                           FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE)
                   END-IF
               END-IF
           END-IF.
       VALIDATE-DATE-EXIT.

       FIND-DAYS-IN-MONTH.
           MOVE WS-CHECK-YEAR TO WS-LEAP-YEAR.
           PERFORM LOOK-UP-LEAP-YEAR.
           MOVE WS-MONTH-DAYS(WS-CHECK-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-CHECK-MONTH = 2 AND WS-IS-LEAP-YEAR THEN
               MOVE 29 TO WS-DAYS-IN-MONTH
           END-IF.
       FIND-DAYS-IN-MONTH-EXIT.

      * LEAPMSTR first; a year it does not carry, or no master at
      * all, takes the rule: every fourth year, but not centuries
      * unless divisible by 400.
       LOOK-UP-LEAP-YEAR.
           IF WS-LEAP-YEAR = WS-LEAP-CACHE-YEAR THEN
               MOVE WS-LEAP-CACHE-FLAG TO WS-LEAP-FLAG
           ELSE
               MOVE SPACE TO WS-LEAP-FLAG
               IF WS-LYM-OPEN THEN
                   MOVE WS-LEAP-YEAR TO WS-LYM-YEAR
                   READ LEAP-YEAR-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-LYM-LEAP-FLAG TO WS-LEAP-FLAG
                   END-READ
               END-IF
               IF WS-LEAP-FLAG NOT = 'Y' AND WS-LEAP-FLAG NOT = 'N'
                   THEN
                   PERFORM APPLY-GREGORIAN-RULE
               END-IF
               MOVE WS-LEAP-YEAR TO WS-LEAP-CACHE-YEAR
               MOVE WS-LEAP-FLAG TO WS-LEAP-CACHE-FLAG
           END-IF.
       LOOK-UP-LEAP-YEAR-EXIT.

       APPLY-GREGORIAN-RULE.
           EVALUATE TRUE
               WHEN FUNCTION MOD(WS-LEAP-YEAR, 400) = 0
                   MOVE 'Y' TO WS-LEAP-FLAG
               WHEN FUNCTION MOD(WS-LEAP-YEAR, 100) = 0
                   MOVE 'N' TO WS-LEAP-FLAG
               WHEN FUNCTION MOD(WS-LEAP-YEAR, 4) = 0
                   MOVE 'Y' TO WS-LEAP-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-LEAP-FLAG
           END-EVALUATE.
       APPLY-GREGORIAN-RULE-EXIT.

       ANSWER-REQUEST.
           EVALUATE LNK-FUNCTION
               WHEN 'INFO'
                   MOVE WS-INT-1 TO WS-ANSWER-INT
               WHEN 'ADDC'
                   COMPUTE WS-ANSWER-INT = WS-INT-1 + LNK-DAYS
               WHEN 'ADDB'
                   PERFORM ADD-BUSINESS-DAYS
               WHEN 'CNTC'
                   MOVE WS-INT-2 TO WS-ANSWER-INT
                   COMPUTE LNK-RESULT-DAYS = WS-INT-2 - WS-INT-1
               WHEN 'CNTB'
                   MOVE WS-INT-2 TO WS-ANSWER-INT
                   PERFORM COUNT-BUSINESS-DAYS
                   MOVE WS-BUSDAY-COUNT TO LNK-RESULT-DAYS
           END-EVALUATE.
           IF WS-ANSWER-INT < WS-FIRST-INT OR
               WS-ANSWER-INT > WS-LAST-INT THEN
               MOVE 'N' TO WS-REQUEST-OK-SW
           ELSE
               IF LNK-FUNCTION = 'ADDC' OR LNK-FUNCTION = 'ADDB' THEN
                   COMPUTE LNK-RESULT-DAYS =
                       WS-ANSWER-INT - WS-INT-1
               END-IF
           END-IF.
       ANSWER-REQUEST-EXIT.

      * Steps a day at a time, counting only business days, until
      * the count is used up. Zero days rolls forward to the first
      * business day on or after DATE-1.
       ADD-BUSINESS-DAYS.
           MOVE WS-INT-1 TO WS-STEP-INT.
           IF LNK-DAYS < 0 THEN
               MOVE -1 TO WS-STEP-DIR
               COMPUTE WS-DAYS-LEFT = 0 - LNK-DAYS
           ELSE
               MOVE 1 TO WS-STEP-DIR
               MOVE LNK-DAYS TO WS-DAYS-LEFT
           END-IF.
           IF WS-DAYS-LEFT = 0 THEN
               PERFORM TEST-BUSINESS-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
                   UNTIL WS-BUSDAY OR WS-STEP-INT > WS-LAST-INT
           ELSE
               PERFORM STEP-ONE-BUSINESS-DAY
                   UNTIL WS-DAYS-LEFT = 0
                   OR WS-STEP-INT < WS-FIRST-INT
                   OR WS-STEP-INT > WS-LAST-INT
           END-IF.
           MOVE WS-STEP-INT TO WS-ANSWER-INT.
       ADD-BUSINESS-DAYS-EXIT.

       ROLL-TO-BUSINESS-DAY.
           ADD 1 TO WS-STEP-INT.
           PERFORM TEST-BUSINESS-DAY.
       ROLL-TO-BUSINESS-DAY-EXIT.

       STEP-ONE-BUSINESS-DAY.
           ADD WS-STEP-DIR TO WS-STEP-INT.
           PERFORM TEST-BUSINESS-DAY.
           IF WS-BUSDAY THEN
               SUBTRACT 1 FROM WS-DAYS-LEFT
           END-IF.
       STEP-ONE-BUSINESS-DAY-EXIT.

      * Business days after the earlier date up to and including
      * the later, signed by which way round they came.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO WS-BUSDAY-COUNT.
           IF WS-INT-2 >= WS-INT-1 THEN
               MOVE WS-INT-1 TO WS-STEP-INT
               MOVE WS-INT-2 TO WS-STEP-LIMIT
           ELSE
               MOVE WS-INT-2 TO WS-STEP-INT
               MOVE WS-INT-1 TO WS-STEP-LIMIT
           END-IF.
           PERFORM COUNT-ONE-DAY
               UNTIL WS-STEP-INT >= WS-STEP-LIMIT.
           IF WS-INT-2 < WS-INT-1 THEN
               COMPUTE WS-BUSDAY-COUNT = 0 - WS-BUSDAY-COUNT
           END-IF.
       COUNT-BUSINESS-DAYS-EXIT.

       COUNT-ONE-DAY.
           ADD 1 TO WS-STEP-INT.
           PERFORM TEST-BUSINESS-DAY.
           IF WS-BUSDAY THEN
               ADD 1 TO WS-BUSDAY-COUNT
           END-IF.
       COUNT-ONE-DAY-EXIT.

      * Day WS-STEP-INT: Monday to Friday and no holiday on it.
      * Integer day 1 (01/01/1601) was a Monday.
       TEST-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSDAY-SW.
           MOVE SPACES TO WS-HOL-DESC-FOUND.
           COMPUTE WS-STEP-DOW =
               FUNCTION MOD(WS-STEP-INT - 1, 7) + 1.
           IF WS-STEP-DOW <= 5 THEN
               MOVE 'Y' TO WS-BUSDAY-SW
           END-IF.
           IF WS-HOL-COUNT > 0 THEN
               COMPUTE WS-CHECK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-STEP-INT)
               MOVE WS-CHECK-DATE(5:4) TO WS-CHECK-MMDD
               PERFORM CHECK-HOLIDAY-MATCH
                   VARYING WS-HOL-SCAN FROM 1 BY 1
                   UNTIL WS-HOL-SCAN > WS-HOL-COUNT
           END-IF.
       TEST-BUSINESS-DAY-EXIT.

       CHECK-HOLIDAY-MATCH.
           IF (WS-HOL-FLAG(WS-HOL-SCAN) = 'R' AND
               WS-HOL-MMDD(WS-HOL-SCAN) = WS-CHECK-MMDD) OR
               (WS-HOL-FLAG(WS-HOL-SCAN) NOT = 'R' AND
               WS-HOL-DATE(WS-HOL-SCAN) = WS-CHECK-DATE) THEN
               MOVE 'N' TO WS-BUSDAY-SW
               MOVE WS-HOL-DESC(WS-HOL-SCAN) TO WS-HOL-DESC-FOUND
           END-IF.
       CHECK-HOLIDAY-MATCH-EXIT.

      * The INFO fields for the answer date.
       DESCRIBE-ANSWER-DATE.
           MOVE WS-ANSWER-INT TO WS-STEP-INT.
           PERFORM TEST-BUSINESS-DAY.
           MOVE WS-STEP-DOW TO LNK-DOW.
           MOVE WS-DOW-NAMES(WS-STEP-DOW) TO LNK-DOW-NAME.
           IF WS-BUSDAY THEN
               MOVE 'Y' TO LNK-BUSDAY-FLAG
           ELSE
               MOVE 'N' TO LNK-BUSDAY-FLAG
           END-IF.
           MOVE WS-HOL-DESC-FOUND TO LNK-HOLIDAY-DESC.
           COMPUTE WS-CHECK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ANSWER-INT).
           MOVE WS-CHECK-DATE TO LNK-RESULT-DATE.
           PERFORM FIND-DAYS-IN-MONTH.
           MOVE WS-CHECK-DATE TO WS-MONTH-END-DATE.
           MOVE WS-DAYS-IN-MONTH TO WS-MONTH-END-DD.
           MOVE WS-MONTH-END-DATE TO LNK-MONTH-END.
           MOVE WS-LEAP-FLAG TO LNK-LEAP-FLAG.
           MOVE 'Y' TO LNK-VALID.
       DESCRIBE-ANSWER-DATE-EXIT.

       END PROGRAM DATECALC.
