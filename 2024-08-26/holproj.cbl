      ******************************************************************
      * Author: Joel Brewer
      * Date: 08/26/2024
      * Purpose: To project the holidays for a range of years off a
      *          rule master, so nobody types next year's list into
      *          HOLIN every December - and nobody forgets Good
      *          Friday again. The desk-kept HOLRULE master holds one
      *          rule per holiday:
      *            F - a fixed month and day (Christmas)
      *            N - the nth weekday of a month (third Monday of
      *                January)
      *            L - the last weekday of a month (last Monday of
      *                May)
      *            E - so many days either side of Easter Sunday
      *                (Good Friday is -2)
      *          each optionally moved off a weekend: U to the
      *          nearest weekday (Saturday back to Friday, Sunday on
      *          to Monday), M on to the next free weekday (the
      *          substitute-day rule, so Boxing Day steps past a
      *          Christmas already moved to the Monday). Every date
      *          projected is matched to HOLMSTR and listed on the
      *          HOLPREG review register as an add, a change of date,
      *          or already on file; fixed holidays on the master in
      *          those years that no rule produces are listed as
      *          kept. "REVIEW" stops there. "POST" also writes the
      *          adds and changes as HOLIN transactions on HOLPOUT
      *          for HOLIMNT to apply, so the master is still only
      *          ever updated by HOLIMNT's own edits.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 08/26/2024 JB - First cut. Rules apply in HOLRULE order, so
      *                a substitute day only steps past holidays
      *                already projected that year - Christmas goes
      *                ahead of Boxing Day on the master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLPROJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-RULES ASSIGN TO "HOLRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT HOLIDAY-MASTER ASSIGN TO "HOLMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-FILE-STATUS.
           SELECT PROJECTION-PARM ASSIGN TO "HOLPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PROJECTED-TXN ASSIGN TO "HOLPOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROJECTION-REG ASSIGN TO "HOLPREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * One rule per record. Month and day serve F; month, nth and
      * weekday (1 = Monday ... 7 = Sunday) serve N; month and
      * weekday serve L; the signed offset serves E. The observe
      * code is blank or N (as it falls), U or M. First and last
      * year bound the rule; zero leaves that end open.
       FD  HOLIDAY-RULES.
       01 WS-RULE-RECORD.
           05 WS-RULE-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-RULE-MONTH PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-RULE-DAY PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-RULE-NTH PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-RULE-WEEKDAY PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-RULE-OFFSET PIC S9(03) SIGN LEADING SEPARATE.
           05 FILLER PIC X(01).
           05 WS-RULE-OBSERVE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-RULE-FIRST-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-RULE-LAST-YEAR PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-RULE-DESC PIC X(30).
           05 FILLER PIC X(21).

      * Holiday master as HOLIMNT writes it.
       FD  HOLIDAY-MASTER.
       01 WS-HOL-MSTR-RECORD.
           05 WS-HOL-MSTR-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 WS-HOL-MSTR-DESC PIC X(30).
           05 FILLER PIC X(39).

      * "REVIEW" or "POST" and the first and last year to project.
       FD  PROJECTION-PARM.
       01 WS-PROJ-PARM-RECORD.
           05 WS-PROJ-PARM-MODE PIC X(06).
           05 FILLER PIC X(01).
           05 WS-PROJ-PARM-FROM PIC X(04).
           05 WS-PROJ-PARM-FROM-NUM REDEFINES WS-PROJ-PARM-FROM
               PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-PROJ-PARM-TO PIC X(04).
           05 WS-PROJ-PARM-TO-NUM REDEFINES WS-PROJ-PARM-TO
               PIC 9(04).
           05 FILLER PIC X(64).

      * HOLIN transactions exactly as HOLIMNT reads them.
       FD  PROJECTED-TXN.
       01 WS-PTXN-RECORD.
           05 WS-PTXN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-PTXN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PTXN-FLAG PIC X(01).
           05 FILLER PIC X(01).
           05 WS-PTXN-DESC PIC X(30).
           05 FILLER PIC X(37).

       FD  PROJECTION-REG.
       01 WS-REG-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-HOL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

      * Run mode and the years asked for; REVIEW of next year when
      * the card is absent. Ten years at a time keeps the register
      * readable and the master inside HOLIMNT's table.
       01 WS-PROJ-MODE PIC X(06) VALUE 'REVIEW'.
           88 WS-MODE-REVIEW VALUE 'REVIEW'.
           88 WS-MODE-POST VALUE 'POST'.
       01 WS-FROM-YEAR PIC 9(04) VALUE 0.
       01 WS-TO-YEAR PIC 9(04) VALUE 0.
       01 WS-PROJ-YEAR PIC 9(04) VALUE 0.

      * The master held in storage, with a mark on each fixed entry
      * a projected date accounts for.
       01 WS-HOL-COUNT PIC 9(03) VALUE 0.
       01 WS-HOL-SCAN PIC 9(03) VALUE 0.
       01 WS-HOL-FOUND-IDX PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
               10 WS-HOL-DATE PIC 9(08).
               10 WS-HOL-DATE-SPLIT REDEFINES WS-HOL-DATE.
                   15 WS-HOL-YEAR PIC 9(04).
                   15 WS-HOL-MMDD PIC 9(04).
               10 WS-HOL-FLAG PIC X(01).
               10 WS-HOL-DESC PIC X(30).
               10 WS-HOL-MATCHED-SW PIC X(01).
                   88 WS-HOL-MATCHED VALUE 'Y'.

      * The rules that passed their edits.
       01 WS-RULE-READ-COUNT PIC 9(03) VALUE 0.
       01 WS-RULE-COUNT PIC 9(02) VALUE 0.
       01 WS-RULE-IDX PIC 9(02) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RT-TYPE PIC X(01).
               10 WS-RT-MONTH PIC 9(02).
               10 WS-RT-DAY PIC 9(02).
               10 WS-RT-NTH PIC 9(01).
               10 WS-RT-WEEKDAY PIC 9(01).
               10 WS-RT-OFFSET PIC S9(03).
               10 WS-RT-OBSERVE PIC X(01).
               10 WS-RT-FIRST-YEAR PIC 9(04).
               10 WS-RT-LAST-YEAR PIC 9(04).
               10 WS-RT-DESC PIC X(30).
       01 WS-RULE-REJ-REASON PIC X(40).
       01 WS-RULE-NO PIC 9(03).

      * Dates already projected in the year in hand - the substitute
      * day steps past them and a second rule landing on one is
      * reported rather than added twice.
       01 WS-TAKEN-COUNT PIC 9(02) VALUE 0.
       01 WS-TAKEN-SCAN PIC 9(02) VALUE 0.
       01 WS-TAKEN-TABLE.
           05 WS-TAKEN-ENTRY OCCURS 50 TIMES.
               10 WS-TAKEN-INT PIC 9(07).
               10 WS-TAKEN-DESC PIC X(30).
       01 WS-TAKEN-SW PIC X(01).
           88 WS-DATE-TAKEN VALUE 'Y'.
       01 WS-TAKEN-BY PIC X(30).

      * Date work. Integer day numbers throughout: MOD(n - 1, 7) + 1
      * gives 1 for Monday through 7 for Sunday.
       01 WS-DATE-BUILD.
           05 WS-DB-YEAR PIC 9(04).
           05 WS-DB-MONTH PIC 9(02).
           05 WS-DB-DAY PIC 9(02).
       01 WS-DATE-BUILD-NUM REDEFINES WS-DATE-BUILD PIC 9(08).
       01 WS-RULE-DATE-SW PIC X(01).
           88 WS-RULE-HAS-DATE VALUE 'Y'.
       01 WS-CAND-INT PIC 9(07).
       01 WS-RAW-INT PIC 9(07).
       01 WS-MONTH-START-INT PIC 9(07).
       01 WS-MONTH-END-INT PIC 9(07).
       01 WS-DOW PIC 9(01).
       01 WS-DOW-STEP PIC 9(01).
       01 WS-PROJ-DATE PIC 9(08).
       01 WS-PROJ-DATE-SPLIT REDEFINES WS-PROJ-DATE.
           05 FILLER PIC 9(04).
           05 WS-PROJ-MMDD PIC 9(04).
       01 WS-RAW-DATE PIC 9(08).

      * Easter Sunday by the Gregorian computus (the anonymous
      * algorithm): each step is its own COMPUTE so every division
      * truncates.
       01 WS-EA-A PIC 9(02).
       01 WS-EA-B PIC 9(02).
       01 WS-EA-C PIC 9(02).
       01 WS-EA-D PIC 9(02).
       01 WS-EA-E PIC 9(01).
       01 WS-EA-F PIC 9(01).
       01 WS-EA-G PIC 9(02).
       01 WS-EA-H PIC 9(02).
       01 WS-EA-I PIC 9(02).
       01 WS-EA-K PIC 9(01).
       01 WS-EA-L PIC 9(01).
       01 WS-EA-M PIC 9(01).
       01 WS-EA-N PIC 9(03).
       01 WS-EASTER-INT PIC 9(07).

      * The register line in hand.
       01 WS-REG-ACTION PIC X(09).
       01 WS-REG-NOTE PIC X(30).
       01 WS-REG-DESC PIC X(30).
       01 WS-DAY-NAMES PIC X(21) VALUE 'MONTUEWEDTHUFRISATSUN'.
       01 WS-DAY-NAME PIC X(03).

      * Control totals.
       01 WS-ADD-COUNT PIC 9(05) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(05) VALUE 0.
       01 WS-ON-FILE-COUNT PIC 9(05) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(05) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(05) VALUE 0.
       01 WS-RULE-REJ-COUNT PIC 9(05) VALUE 0.
       01 WS-TXN-COUNT PIC 9(05) VALUE 0.
       01 WS-MASTER-AFTER PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZ9.
       01 WS-RPT-COUNT-3 PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'HOLPROJ' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM GET-PROJECTION-PARM.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           OPEN OUTPUT PROJECTION-REG.
           OPEN OUTPUT PROJECTED-TXN.
           PERFORM WRITE-REGISTER-HEADER.
           PERFORM LOAD-HOLIDAY-MASTER.
           PERFORM LOAD-HOLIDAY-RULES.
           IF WS-RULE-COUNT = 0 THEN
               MOVE "NO USABLE HOLIDAY RULES - NOTHING PROJECTED" TO
                   WS-REG-RECORD
               WRITE WS-REG-RECORD
               DISPLAY "HOLPROJ: NO USABLE RULES ON HOLRULE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PROJECT-ONE-YEAR
                   VARYING WS-PROJ-YEAR FROM WS-FROM-YEAR BY 1
                   UNTIL WS-PROJ-YEAR > WS-TO-YEAR
               PERFORM LIST-KEPT-HOLIDAYS
                   VARYING WS-HOL-SCAN FROM 1 BY 1
                   UNTIL WS-HOL-SCAN > WS-HOL-COUNT
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE PROJECTED-TXN.
           CLOSE PROJECTION-REG.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'HOLPROJ' TO WS-OPSC-SOURCE-PARM.
           MOVE 'HOLIDAY TXNS PROJECTED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-TXN-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "HOLPROJ: " WS-PROJ-MODE " " WS-FROM-YEAR "-"
               WS-TO-YEAR " ADD " WS-ADD-COUNT " CHANGE "
               WS-CHANGE-COUNT " ON FILE " WS-ON-FILE-COUNT
               " TXNS WRITTEN " WS-TXN-COUNT.
           IF RETURN-CODE < 4 AND
               (WS-RULE-REJ-COUNT > 0 OR WS-MASTER-AFTER > 100) THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       MAIN-EXIT.

      * A card the step cannot read for certain fails it before any
      * output is opened, so a POST never half-runs on a guess.
       GET-PROJECTION-PARM.
           COMPUTE WS-FROM-YEAR = (WS-RUN-DATE / 10000) + 1.
           MOVE WS-FROM-YEAR TO WS-TO-YEAR.
           OPEN INPUT PROJECTION-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ PROJECTION-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-PROJECTION-PARM
               END-READ
               CLOSE PROJECTION-PARM
           END-IF.
           IF WS-TO-YEAR < WS-FROM-YEAR
               OR WS-TO-YEAR - WS-FROM-YEAR > 9
               OR WS-FROM-YEAR < 1601 THEN
               DISPLAY "HOLPROJ: YEARS " WS-FROM-YEAR " TO "
                   WS-TO-YEAR " NOT A RANGE OF ONE TO TEN YEARS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       GET-PROJECTION-PARM-EXIT.

       EDIT-PROJECTION-PARM.
           IF WS-PROJ-PARM-MODE NOT = SPACES THEN
               MOVE WS-PROJ-PARM-MODE TO WS-PROJ-MODE
           END-IF.
           IF NOT WS-MODE-REVIEW AND NOT WS-MODE-POST THEN
               DISPLAY "HOLPROJ: MODE " WS-PROJ-MODE
                   " NOT REVIEW OR POST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PROJ-PARM-FROM NOT = SPACES THEN
               IF WS-PROJ-PARM-FROM IS NUMERIC THEN
                   MOVE WS-PROJ-PARM-FROM-NUM TO WS-FROM-YEAR
                   MOVE WS-FROM-YEAR TO WS-TO-YEAR
               ELSE
                   MOVE 0 TO WS-FROM-YEAR
               END-IF
           END-IF.
           IF WS-PROJ-PARM-TO NOT = SPACES THEN
               IF WS-PROJ-PARM-TO IS NUMERIC THEN
                   MOVE WS-PROJ-PARM-TO-NUM TO WS-TO-YEAR
               ELSE
                   MOVE 0 TO WS-TO-YEAR
               END-IF
           END-IF.
       EDIT-PROJECTION-PARM-EXIT.

       LOAD-HOLIDAY-MASTER.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLIDAY-MASTER.
           IF WS-HOL-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-HOLIDAY UNTIL WS-EOF
               CLOSE HOLIDAY-MASTER
           ELSE
               DISPLAY "HOLPROJ: NO HOLIDAY MASTER - EVERY DATE "
                   "PROJECTED IS AN ADD"
           END-IF.
       LOAD-HOLIDAY-MASTER-EXIT.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-MASTER
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-HOL-COUNT >= 100 THEN
                       DISPLAY "HOLPROJ: MASTER OVER 100 ENTRIES, "
                           "RECORD NOT MATCHED: " WS-HOL-MSTR-DATE
                   ELSE
                       ADD 1 TO WS-HOL-COUNT
                       MOVE WS-HOL-MSTR-DATE TO
                           WS-HOL-DATE(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-FLAG TO
                           WS-HOL-FLAG(WS-HOL-COUNT)
                       MOVE WS-HOL-MSTR-DESC TO
                           WS-HOL-DESC(WS-HOL-COUNT)
                       MOVE 'N' TO WS-HOL-MATCHED-SW(WS-HOL-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-HOLIDAY-EXIT.

       LOAD-HOLIDAY-RULES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT HOLIDAY-RULES.
           IF WS-RULE-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-RULE UNTIL WS-EOF
               CLOSE HOLIDAY-RULES
           ELSE
               DISPLAY "HOLPROJ: NO HOLRULE MASTER (STATUS "
                   WS-RULE-FILE-STATUS ")"
           END-IF.
       LOAD-HOLIDAY-RULES-EXIT.

       LOAD-ONE-RULE.
           READ HOLIDAY-RULES
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RULE-READ-COUNT
                   PERFORM EDIT-ONE-RULE
                   IF WS-RULE-REJ-REASON = SPACES THEN
                       PERFORM KEEP-ONE-RULE
                   ELSE
                       PERFORM REJECT-ONE-RULE
                   END-IF
           END-READ.
       LOAD-ONE-RULE-EXIT.

      * A rule is only as good as the dates it will produce for
      * years nobody has looked at yet, so every field its type
      * uses is proved here rather than at projection time.
       EDIT-ONE-RULE.
           MOVE SPACES TO WS-RULE-REJ-REASON.
           EVALUATE TRUE
           WHEN WS-RULE-TYPE NOT = 'F' AND WS-RULE-TYPE NOT = 'N'
               AND WS-RULE-TYPE NOT = 'L' AND WS-RULE-TYPE NOT = 'E'
               MOVE 'RULE TYPE MUST BE F, N, L OR E' TO
                   WS-RULE-REJ-REASON
           WHEN WS-RULE-TYPE NOT = 'E'
               AND (WS-RULE-MONTH IS NOT NUMERIC
               OR WS-RULE-MONTH < 1 OR WS-RULE-MONTH > 12)
               MOVE 'MONTH MUST BE 01-12' TO WS-RULE-REJ-REASON
           WHEN WS-RULE-TYPE = 'F'
               AND (WS-RULE-DAY IS NOT NUMERIC
               OR WS-RULE-DAY < 1 OR WS-RULE-DAY > 31)
               MOVE 'DAY MUST BE 01-31' TO WS-RULE-REJ-REASON
           WHEN WS-RULE-TYPE = 'N'
               AND (WS-RULE-NTH IS NOT NUMERIC
               OR WS-RULE-NTH < 1 OR WS-RULE-NTH > 5)
               MOVE 'NTH MUST BE 1-5' TO WS-RULE-REJ-REASON
           WHEN (WS-RULE-TYPE = 'N' OR WS-RULE-TYPE = 'L')
               AND (WS-RULE-WEEKDAY IS NOT NUMERIC
               OR WS-RULE-WEEKDAY < 1 OR WS-RULE-WEEKDAY > 7)
               MOVE 'WEEKDAY MUST BE 1 (MON) TO 7 (SUN)' TO
                   WS-RULE-REJ-REASON
           WHEN WS-RULE-TYPE = 'E' AND WS-RULE-OFFSET IS NOT NUMERIC
               MOVE 'EASTER OFFSET MUST BE SIGNED, E.G. -002' TO
                   WS-RULE-REJ-REASON
           WHEN WS-RULE-OBSERVE NOT = SPACE
               AND WS-RULE-OBSERVE NOT = 'N'
               AND WS-RULE-OBSERVE NOT = 'U'
               AND WS-RULE-OBSERVE NOT = 'M'
               MOVE 'OBSERVE MUST BE BLANK, N, U OR M' TO
                   WS-RULE-REJ-REASON
           WHEN WS-RULE-FIRST-YEAR IS NOT NUMERIC
               OR WS-RULE-LAST-YEAR IS NOT NUMERIC
               MOVE 'FIRST/LAST YEAR MUST BE NUMERIC' TO
                   WS-RULE-REJ-REASON
           WHEN WS-RULE-DESC = SPACES
               MOVE 'RULE HAS NO DESCRIPTION' TO WS-RULE-REJ-REASON
           WHEN WS-RULE-COUNT >= 50
               MOVE 'RULE TABLE FULL (50 RULE MAX)' TO
                   WS-RULE-REJ-REASON
           END-EVALUATE.
       EDIT-ONE-RULE-EXIT.

       KEEP-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT.
           INITIALIZE WS-RULE-ENTRY(WS-RULE-COUNT).
           MOVE WS-RULE-TYPE TO WS-RT-TYPE(WS-RULE-COUNT).
           IF WS-RULE-TYPE NOT = 'E' THEN
               MOVE WS-RULE-MONTH TO WS-RT-MONTH(WS-RULE-COUNT)
           END-IF.
           IF WS-RULE-TYPE = 'F' THEN
               MOVE WS-RULE-DAY TO WS-RT-DAY(WS-RULE-COUNT)
           END-IF.
           IF WS-RULE-TYPE = 'N' THEN
               MOVE WS-RULE-NTH TO WS-RT-NTH(WS-RULE-COUNT)
           END-IF.
           IF WS-RULE-TYPE = 'N' OR WS-RULE-TYPE = 'L' THEN
               MOVE WS-RULE-WEEKDAY TO WS-RT-WEEKDAY(WS-RULE-COUNT)
           END-IF.
           IF WS-RULE-TYPE = 'E' THEN
               MOVE WS-RULE-OFFSET TO WS-RT-OFFSET(WS-RULE-COUNT)
           END-IF.
           MOVE WS-RULE-OBSERVE TO WS-RT-OBSERVE(WS-RULE-COUNT).
           MOVE WS-RULE-FIRST-YEAR TO WS-RT-FIRST-YEAR(WS-RULE-COUNT).
           MOVE WS-RULE-LAST-YEAR TO WS-RT-LAST-YEAR(WS-RULE-COUNT).
           MOVE WS-RULE-DESC TO WS-RT-DESC(WS-RULE-COUNT).
       KEEP-ONE-RULE-EXIT.

       REJECT-ONE-RULE.
           ADD 1 TO WS-RULE-REJ-COUNT.
           MOVE WS-RULE-READ-COUNT TO WS-RULE-NO.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "RULE " WS-RULE-NO " REJECTED  " WS-RULE-REJ-REASON
               "  " WS-RULE-DESC
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE 'HOLPROJ' TO WS-EXCP-SOURCE-PARM.
           MOVE SPACES TO WS-EXCP-KEY-PARM.
           STRING "RULE " WS-RULE-NO
               DELIMITED BY SIZE INTO WS-EXCP-KEY-PARM.
           MOVE WS-RULE-REJ-REASON TO WS-EXCP-REASON-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-ONE-RULE-EXIT.

       PROJECT-ONE-YEAR.
           MOVE 0 TO WS-TAKEN-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           PERFORM COMPUTE-EASTER-SUNDAY.
           PERFORM PROJECT-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
       PROJECT-ONE-YEAR-EXIT.

       PROJECT-ONE-RULE.
           IF (WS-RT-FIRST-YEAR(WS-RULE-IDX) = 0
               OR WS-PROJ-YEAR >= WS-RT-FIRST-YEAR(WS-RULE-IDX))
               AND (WS-RT-LAST-YEAR(WS-RULE-IDX) = 0
               OR WS-PROJ-YEAR <= WS-RT-LAST-YEAR(WS-RULE-IDX)) THEN
               MOVE 'Y' TO WS-RULE-DATE-SW
               EVALUATE WS-RT-TYPE(WS-RULE-IDX)
               WHEN 'F'
                   PERFORM COMPUTE-FIXED-DATE
               WHEN 'N'
                   PERFORM COMPUTE-NTH-WEEKDAY
               WHEN 'L'
                   PERFORM COMPUTE-LAST-WEEKDAY
               WHEN 'E'
                   COMPUTE WS-CAND-INT =
                       WS-EASTER-INT + WS-RT-OFFSET(WS-RULE-IDX)
               END-EVALUATE
               MOVE WS-RT-DESC(WS-RULE-IDX) TO WS-REG-DESC
               IF WS-RULE-HAS-DATE THEN
                   MOVE WS-CAND-INT TO WS-RAW-INT
                   PERFORM APPLY-OBSERVANCE
                   PERFORM CLASSIFY-PROJECTED-DATE
               ELSE
                   PERFORM REPORT-NO-DATE
               END-IF
           END-IF.
       PROJECT-ONE-RULE-EXIT.

      * 29 February on a fixed rule simply has no date in a common
      * year.
       COMPUTE-FIXED-DATE.
           MOVE WS-PROJ-YEAR TO WS-DB-YEAR.
           MOVE WS-RT-MONTH(WS-RULE-IDX) TO WS-DB-MONTH.
           MOVE WS-RT-DAY(WS-RULE-IDX) TO WS-DB-DAY.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-BUILD-NUM) = 0 THEN
               COMPUTE WS-CAND-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD-NUM)
           ELSE
               MOVE 'N' TO WS-RULE-DATE-SW
           END-IF.
       COMPUTE-FIXED-DATE-EXIT.

      * The first such weekday of the month, then whole weeks on; a
      * fifth one that runs into the next month has no date.
       COMPUTE-NTH-WEEKDAY.
           MOVE WS-PROJ-YEAR TO WS-DB-YEAR.
           MOVE WS-RT-MONTH(WS-RULE-IDX) TO WS-DB-MONTH.
           MOVE 1 TO WS-DB-DAY.
           COMPUTE WS-MONTH-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD-NUM).
           COMPUTE WS-DOW =
               FUNCTION MOD(WS-MONTH-START-INT - 1, 7) + 1.
           COMPUTE WS-DOW-STEP = FUNCTION MOD(
               WS-RT-WEEKDAY(WS-RULE-IDX) - WS-DOW + 7, 7).
           COMPUTE WS-CAND-INT = WS-MONTH-START-INT + WS-DOW-STEP
               + ((WS-RT-NTH(WS-RULE-IDX) - 1) * 7).
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAND-INT) TO
               WS-DATE-BUILD-NUM.
           IF WS-DB-MONTH NOT = WS-RT-MONTH(WS-RULE-IDX) THEN
               MOVE 'N' TO WS-RULE-DATE-SW
           END-IF.
       COMPUTE-NTH-WEEKDAY-EXIT.

      * Back from the month's last day to the weekday wanted.
       COMPUTE-LAST-WEEKDAY.
           IF WS-RT-MONTH(WS-RULE-IDX) = 12 THEN
               COMPUTE WS-DB-YEAR = WS-PROJ-YEAR + 1
               MOVE 1 TO WS-DB-MONTH
           ELSE
               MOVE WS-PROJ-YEAR TO WS-DB-YEAR
               COMPUTE WS-DB-MONTH = WS-RT-MONTH(WS-RULE-IDX) + 1
           END-IF.
           MOVE 1 TO WS-DB-DAY.
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD-NUM) - 1.
           COMPUTE WS-DOW =
               FUNCTION MOD(WS-MONTH-END-INT - 1, 7) + 1.
           COMPUTE WS-DOW-STEP = FUNCTION MOD(
               WS-DOW - WS-RT-WEEKDAY(WS-RULE-IDX) + 7, 7).
           COMPUTE WS-CAND-INT = WS-MONTH-END-INT - WS-DOW-STEP.
       COMPUTE-LAST-WEEKDAY-EXIT.

       COMPUTE-EASTER-SUNDAY.
           COMPUTE WS-EA-A = FUNCTION MOD(WS-PROJ-YEAR, 19).
           COMPUTE WS-EA-B = WS-PROJ-YEAR / 100.
           COMPUTE WS-EA-C = FUNCTION MOD(WS-PROJ-YEAR, 100).
           COMPUTE WS-EA-D = WS-EA-B / 4.
           COMPUTE WS-EA-E = FUNCTION MOD(WS-EA-B, 4).
           COMPUTE WS-EA-F = (WS-EA-B + 8) / 25.
           COMPUTE WS-EA-G = (WS-EA-B - WS-EA-F + 1) / 3.
           COMPUTE WS-EA-H = FUNCTION MOD((19 * WS-EA-A) + WS-EA-B
               - WS-EA-D - WS-EA-G + 15, 30).
           COMPUTE WS-EA-I = WS-EA-C / 4.
           COMPUTE WS-EA-K = FUNCTION MOD(WS-EA-C, 4).
           COMPUTE WS-EA-L = FUNCTION MOD(32 + (2 * WS-EA-E)
               + (2 * WS-EA-I) - WS-EA-H - WS-EA-K, 7).
           COMPUTE WS-EA-M = (WS-EA-A + (11 * WS-EA-H)
               + (22 * WS-EA-L)) / 451.
           COMPUTE WS-EA-N = WS-EA-H + WS-EA-L - (7 * WS-EA-M) + 114.
           MOVE WS-PROJ-YEAR TO WS-DB-YEAR.
           COMPUTE WS-DB-MONTH = WS-EA-N / 31.
           COMPUTE WS-DB-DAY = FUNCTION MOD(WS-EA-N, 31) + 1.
           COMPUTE WS-EASTER-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-BUILD-NUM).
       COMPUTE-EASTER-SUNDAY-EXIT.

      * U: Saturday back to Friday, Sunday on to Monday. M: on to
      * the first weekday no earlier rule has already taken this
      * year.
       APPLY-OBSERVANCE.
           COMPUTE WS-DOW = FUNCTION MOD(WS-CAND-INT - 1, 7) + 1.
           EVALUATE WS-RT-OBSERVE(WS-RULE-IDX)
           WHEN 'U'
               EVALUATE WS-DOW
               WHEN 6
                   SUBTRACT 1 FROM WS-CAND-INT
               WHEN 7
                   ADD 1 TO WS-CAND-INT
               END-EVALUATE
           WHEN 'M'
               IF WS-DOW > 5 THEN
                   PERFORM STEP-TO-FREE-WEEKDAY
                       UNTIL WS-DOW < 6 AND NOT WS-DATE-TAKEN
               END-IF
           END-EVALUATE.
       APPLY-OBSERVANCE-EXIT.

       STEP-TO-FREE-WEEKDAY.
           ADD 1 TO WS-CAND-INT.
           COMPUTE WS-DOW = FUNCTION MOD(WS-CAND-INT - 1, 7) + 1.
           PERFORM CHECK-DATE-TAKEN.
       STEP-TO-FREE-WEEKDAY-EXIT.

       CHECK-DATE-TAKEN.
           MOVE 'N' TO WS-TAKEN-SW.
           IF WS-TAKEN-COUNT > 0 THEN
               PERFORM CHECK-ONE-TAKEN
                   VARYING WS-TAKEN-SCAN FROM 1 BY 1
                   UNTIL WS-TAKEN-SCAN > WS-TAKEN-COUNT
           END-IF.
       CHECK-DATE-TAKEN-EXIT.

       CHECK-ONE-TAKEN.
           IF WS-TAKEN-INT(WS-TAKEN-SCAN) = WS-CAND-INT THEN
               MOVE 'Y' TO WS-TAKEN-SW
               MOVE WS-TAKEN-DESC(WS-TAKEN-SCAN) TO WS-TAKEN-BY
           END-IF.
       CHECK-ONE-TAKEN-EXIT.

      ******************************************************************
      * Where the projected date stands against the master:
      *   a second rule already gave this date       - DUPLICATE
      *   a recurring entry covers its month and day - RECURRING
      *   a fixed entry on the very date             - ON FILE
      *   a fixed entry that year by the same name   - CHANGE
      *   none of those                              - ADD
      ******************************************************************
       CLASSIFY-PROJECTED-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-CAND-INT) TO WS-PROJ-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RAW-INT) TO WS-RAW-DATE.
           MOVE SPACES TO WS-REG-NOTE.
           IF WS-CAND-INT NOT = WS-RAW-INT THEN
               STRING "OBSERVED FOR " WS-RAW-DATE
                   DELIMITED BY SIZE INTO WS-REG-NOTE
           END-IF.
           PERFORM CHECK-DATE-TAKEN.
           IF WS-DATE-TAKEN THEN
               MOVE 'DUPLICATE' TO WS-REG-ACTION
               MOVE SPACES TO WS-REG-NOTE
               STRING "SAME DATE AS " WS-TAKEN-BY
                   DELIMITED BY SIZE INTO WS-REG-NOTE
               ADD 1 TO WS-SKIP-COUNT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               ADD 1 TO WS-TAKEN-COUNT
               MOVE WS-CAND-INT TO WS-TAKEN-INT(WS-TAKEN-COUNT)
               MOVE WS-REG-DESC TO WS-TAKEN-DESC(WS-TAKEN-COUNT)
               PERFORM MATCH-TO-MASTER
           END-IF.
       CLASSIFY-PROJECTED-DATE-EXIT.

       MATCH-TO-MASTER.
           MOVE 0 TO WS-HOL-FOUND-IDX.
           PERFORM FIND-RECURRING-ENTRY
               VARYING WS-HOL-SCAN FROM 1 BY 1
               UNTIL WS-HOL-SCAN > WS-HOL-COUNT.
           IF WS-HOL-FOUND-IDX > 0 THEN
               MOVE 'RECURRING' TO WS-REG-ACTION
               ADD 1 TO WS-ON-FILE-COUNT
               PERFORM WRITE-REGISTER-LINE
           ELSE
               PERFORM FIND-FIXED-ENTRY
                   VARYING WS-HOL-SCAN FROM 1 BY 1
                   UNTIL WS-HOL-SCAN > WS-HOL-COUNT
               IF WS-HOL-FOUND-IDX > 0 THEN
                   MOVE 'Y' TO WS-HOL-MATCHED-SW(WS-HOL-FOUND-IDX)
                   MOVE 'ON FILE' TO WS-REG-ACTION
                   ADD 1 TO WS-ON-FILE-COUNT
                   PERFORM WRITE-REGISTER-LINE
               ELSE
                   PERFORM FIND-RENAMED-ENTRY
                       VARYING WS-HOL-SCAN FROM 1 BY 1
                       UNTIL WS-HOL-SCAN > WS-HOL-COUNT
                   IF WS-HOL-FOUND-IDX > 0 THEN
                       PERFORM PROJECT-CHANGE
                   ELSE
                       PERFORM PROJECT-ADD
                   END-IF
               END-IF
           END-IF.
       MATCH-TO-MASTER-EXIT.

       FIND-RECURRING-ENTRY.
           IF WS-HOL-FLAG(WS-HOL-SCAN) = 'R'
               AND WS-HOL-MMDD(WS-HOL-SCAN) = WS-PROJ-MMDD THEN
               MOVE WS-HOL-SCAN TO WS-HOL-FOUND-IDX
           END-IF.
       FIND-RECURRING-ENTRY-EXIT.

       FIND-FIXED-ENTRY.
           IF WS-HOL-FLAG(WS-HOL-SCAN) NOT = 'R'
               AND WS-HOL-DATE(WS-HOL-SCAN) = WS-PROJ-DATE THEN
               MOVE WS-HOL-SCAN TO WS-HOL-FOUND-IDX
           END-IF.
       FIND-FIXED-ENTRY-EXIT.

      * A fixed entry that year under the same name, not already
      * spoken for, is the same holiday keyed on another date.
       FIND-RENAMED-ENTRY.
           IF WS-HOL-FOUND-IDX = 0
               AND WS-HOL-FLAG(WS-HOL-SCAN) NOT = 'R'
               AND NOT WS-HOL-MATCHED(WS-HOL-SCAN)
               AND WS-HOL-YEAR(WS-HOL-SCAN) = WS-PROJ-YEAR
               AND WS-HOL-DESC(WS-HOL-SCAN) = WS-REG-DESC THEN
               MOVE WS-HOL-SCAN TO WS-HOL-FOUND-IDX
           END-IF.
       FIND-RENAMED-ENTRY-EXIT.

      * A change goes to HOLIMNT as a delete of the old date ahead
      * of the add of the new one.
       PROJECT-CHANGE.
           MOVE 'Y' TO WS-HOL-MATCHED-SW(WS-HOL-FOUND-IDX).
           MOVE 'CHANGE' TO WS-REG-ACTION.
           MOVE SPACES TO WS-REG-NOTE.
           STRING "WAS " WS-HOL-DATE(WS-HOL-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-REG-NOTE.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM WRITE-REGISTER-LINE.
           IF WS-MODE-POST THEN
               INITIALIZE WS-PTXN-RECORD WITH FILLER
               MOVE 'D' TO WS-PTXN-TYPE
               MOVE WS-HOL-DATE(WS-HOL-FOUND-IDX) TO WS-PTXN-DATE
               WRITE WS-PTXN-RECORD
               ADD 1 TO WS-TXN-COUNT
               PERFORM WRITE-ADD-TXN
           END-IF.
       PROJECT-CHANGE-EXIT.

       PROJECT-ADD.
           MOVE 'ADD' TO WS-REG-ACTION.
           ADD 1 TO WS-ADD-COUNT.
           PERFORM WRITE-REGISTER-LINE.
           IF WS-MODE-POST THEN
               PERFORM WRITE-ADD-TXN
           END-IF.
       PROJECT-ADD-EXIT.

       WRITE-ADD-TXN.
           INITIALIZE WS-PTXN-RECORD WITH FILLER.
           MOVE 'A' TO WS-PTXN-TYPE.
           MOVE WS-PROJ-DATE TO WS-PTXN-DATE.
           MOVE 'F' TO WS-PTXN-FLAG.
           MOVE WS-REG-DESC TO WS-PTXN-DESC.
           WRITE WS-PTXN-RECORD.
           ADD 1 TO WS-TXN-COUNT.
       WRITE-ADD-TXN-EXIT.

       REPORT-NO-DATE.
           MOVE 0 TO WS-PROJ-DATE.
           MOVE 'NO DATE' TO WS-REG-ACTION.
           MOVE 'NO SUCH DAY IN THIS YEAR' TO WS-REG-NOTE.
           ADD 1 TO WS-SKIP-COUNT.
           PERFORM WRITE-REGISTER-LINE.
       REPORT-NO-DATE-EXIT.

      * One-off holidays keyed by hand stay put: the register shows
      * them so the reviewer can see nothing will remove them.
       LIST-KEPT-HOLIDAYS.
           IF WS-HOL-FLAG(WS-HOL-SCAN) NOT = 'R'
               AND NOT WS-HOL-MATCHED(WS-HOL-SCAN)
               AND WS-HOL-YEAR(WS-HOL-SCAN) >= WS-FROM-YEAR
               AND WS-HOL-YEAR(WS-HOL-SCAN) <= WS-TO-YEAR THEN
               IF WS-KEPT-COUNT = 0 THEN
                   MOVE SPACES TO WS-REG-RECORD
                   WRITE WS-REG-RECORD
               END-IF
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-HOL-DATE(WS-HOL-SCAN) TO WS-PROJ-DATE
               MOVE WS-HOL-DESC(WS-HOL-SCAN) TO WS-REG-DESC
               MOVE 'KEPT' TO WS-REG-ACTION
               MOVE 'ON MASTER, NO RULE GIVES IT' TO WS-REG-NOTE
               PERFORM WRITE-REGISTER-LINE
           END-IF.
       LIST-KEPT-HOLIDAYS-EXIT.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-DAY-NAME.
           IF WS-PROJ-DATE > 0 THEN
               COMPUTE WS-DOW = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-PROJ-DATE) - 1, 7) + 1
               MOVE WS-DAY-NAMES((WS-DOW * 3) - 2:3) TO WS-DAY-NAME
           END-IF.
           MOVE SPACES TO WS-REG-RECORD.
           STRING WS-PROJ-DATE "  " WS-DAY-NAME "  " WS-REG-ACTION
               "  " WS-REG-DESC "  " WS-REG-NOTE
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-LINE-EXIT.

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "HOLIDAY PROJECTION " WS-PROJ-MODE " - YEARS "
               WS-FROM-YEAR " TO " WS-TO-YEAR " - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           IF WS-MODE-REVIEW THEN
               MOVE "REVIEW ONLY - NO TRANSACTIONS WRITTEN" TO
                   WS-REG-RECORD
           ELSE
               MOVE "ADDS AND CHANGES WRITTEN TO HOLPOUT FOR HOLIMNT"
                   TO WS-REG-RECORD
           END-IF.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "DATE      DAY  ACTION     HOLIDAY"
               "                         NOTE"
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-HEADER-EXIT.

      * HOLIMNT holds at most 100 entries; an add past that would
      * be rejected there, so the reviewer hears about it here.
       WRITE-REGISTER-TOTALS.
           COMPUTE WS-MASTER-AFTER = WS-HOL-COUNT + WS-ADD-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
           MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-2.
           MOVE WS-ON-FILE-COUNT TO WS-RPT-COUNT-3.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "ADD " WS-RPT-COUNT "  CHANGE " WS-RPT-COUNT-2
               "  ON FILE " WS-RPT-COUNT-3
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-SKIP-COUNT TO WS-RPT-COUNT.
           MOVE WS-KEPT-COUNT TO WS-RPT-COUNT-2.
           MOVE WS-RULE-REJ-COUNT TO WS-RPT-COUNT-3.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "NOT ADDED " WS-RPT-COUNT "  KEPT " WS-RPT-COUNT-2
               "  RULES REJECTED " WS-RPT-COUNT-3
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           IF WS-MASTER-AFTER > 100 THEN
               MOVE WS-MASTER-AFTER TO WS-RPT-COUNT
               MOVE SPACES TO WS-REG-RECORD
               STRING "MASTER WOULD HOLD " WS-RPT-COUNT
                   " ENTRIES - OVER HOLIMNT'S 100; DELETE PAST YEARS "
                   "FIRST"
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
               MOVE 'HOLPROJ' TO WS-EXCP-SOURCE-PARM
               MOVE 'HOLMSTR' TO WS-EXCP-KEY-PARM
               MOVE 'PROJECTION WOULD OVERFILL THE MASTER' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
           END-IF.
       WRITE-REGISTER-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM HOLPROJ.
