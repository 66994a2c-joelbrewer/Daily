      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/18/2024
      * Purpose: The weekly open-problems report for the operations
      *          meeting. Lists every open or assigned ticket on the
      *          PROBMSTR problem master, oldest first, with its age
      *          in days, its owner (or UNASSIGNED), how often and
      *          how lately its cause has turned up, and the latest
      *          note on it. Behind the list come the open tickets
      *          per owner with the oldest each is holding, and the
      *          week's activity off the PROBHIST action history -
      *          tickets opened, re-opened, assigned, noted and
      *          closed.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/18/2024 JB - First cut. Age is counted in calendar days
      *                 from the night the ticket opened (or last
      *                 re-opened) to the business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROBLEM-MASTER ASSIGN TO "PROBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PRB-CAUSE
               FILE STATUS IS WS-PRB-FILE-STATUS.
           SELECT PROBLEM-HISTORY ASSIGN TO "PROBHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHST-FILE-STATUS.
           SELECT PRPT-PARM ASSIGN TO "PRPTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PROB-RPT ASSIGN TO "PROBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Problem master exactly as PROBOPEN writes it.
       FD  PROBLEM-MASTER.
       01 WS-PRB-RECORD.
           05 WS-PRB-CAUSE.
               10 WS-PRB-SOURCE PIC X(12).
               10 WS-PRB-REASON PIC X(40).
           05 FILLER PIC X(01).
           05 WS-PRB-NO PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-PRB-STATUS PIC X(01).
               88 WS-PRB-WATCHED VALUE 'W'.
               88 WS-PRB-OPEN VALUE 'O'.
               88 WS-PRB-ASSIGNED VALUE 'A'.
               88 WS-PRB-CLOSED VALUE 'C'.
           05 FILLER PIC X(01).
           05 WS-PRB-OPENED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-FIRST-SEEN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-LAST-SEEN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-LAST-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-PRB-LAST-KEY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-PRB-WORST-SEVERITY PIC X(01).
           05 FILLER PIC X(01).
           05 WS-PRB-OCCURRENCES PIC 9(07).
           05 FILLER PIC X(01).
           05 WS-PRB-NIGHTS PIC 9(05).
           05 FILLER PIC X(01).
           05 WS-PRB-OWNER PIC X(08).
           05 FILLER PIC X(01).
           05 WS-PRB-ASSIGNED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-CLOSED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-CLOSED-BY PIC X(08).
           05 FILLER PIC X(01).
           05 WS-PRB-REOPEN-COUNT PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-PRB-REOPENED-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-NOTE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PRB-NOTE-BY PIC X(08).
           05 FILLER PIC X(01).
           05 WS-PRB-NOTE PIC X(60).
           05 FILLER PIC X(20).

      * Action history exactly as PROBOPEN and PROBMNT append it.
       FD  PROBLEM-HISTORY.
       01 WS-PHST-RECORD.
           05 WS-PHST-NO PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-PHST-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-PHST-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-PHST-OPERATOR PIC X(08).
           05 FILLER PIC X(01).
           05 WS-PHST-ACTION PIC X(06).
           05 FILLER PIC X(01).
           05 WS-PHST-TEXT PIC X(60).
           05 FILLER PIC X(13).

      * Optional selection card: the activity window. Without it
      * the week's activity is the seven days ending on the run
      * date.
       FD  PRPT-PARM.
       01 WS-PP-RECORD.
           05 WS-PP-FROM-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-PP-TO-DATE PIC X(08).
           05 FILLER PIC X(63).

       FD  PROB-RPT.
       01 WS-RPT-RECORD PIC X(132).

      * Open tickets ordered oldest first.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-AGE-DATE PIC 9(08).
           05 WS-SRT-NO PIC 9(06).
           05 WS-SRT-STATUS PIC X(01).
           05 WS-SRT-OWNER PIC X(08).
           05 WS-SRT-LAST-SEEN-DATE PIC 9(08).
           05 WS-SRT-NIGHTS PIC 9(05).
           05 WS-SRT-OCCURRENCES PIC 9(07).
           05 WS-SRT-REOPEN-COUNT PIC 9(03).
           05 WS-SRT-SEVERITY PIC X(01).
           05 WS-SRT-SOURCE PIC X(12).
           05 WS-SRT-REASON PIC X(40).
           05 WS-SRT-NOTE-DATE PIC 9(08).
           05 WS-SRT-NOTE-BY PIC X(08).
           05 WS-SRT-NOTE PIC X(60).

       COPY BDATFD.

       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-PRB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS PIC S9(05) VALUE 0.
      * A ticket this many days old or more is called out in the
      * totals as long-standing.
       01 WS-OLD-AGE-DAYS PIC S9(05) VALUE 30.

      * Open tickets per owner, UNASSIGNED among them.
       01 WS-OWN-MAX PIC 9(03) VALUE 100.
       01 WS-OWN-COUNT PIC 9(03) VALUE 0.
       01 WS-OWN-IDX PIC 9(03) VALUE 0.
       01 WS-OWNER-TABLE.
           05 WS-OWN-ENTRY OCCURS 100 TIMES.
               10 WS-OT-OWNER PIC X(10).
               10 WS-OT-TICKETS PIC 9(05).
               10 WS-OT-OLDEST PIC S9(05).
       01 WS-THIS-OWNER PIC X(10) VALUE SPACES.

      * Report totals and the week's activity.
       01 WS-OPEN-COUNT PIC 9(05) VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 9(05) VALUE 0.
       01 WS-OLD-COUNT PIC 9(05) VALUE 0.
       01 WS-WEEK-OPENED PIC 9(05) VALUE 0.
       01 WS-WEEK-REOPENED PIC 9(05) VALUE 0.
       01 WS-WEEK-ASSIGNED PIC 9(05) VALUE 0.
       01 WS-WEEK-NOTED PIC 9(05) VALUE 0.
       01 WS-WEEK-CLOSED PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-RPT-AGE PIC ZZZZ9.
       01 WS-RPT-OCCURRENCES PIC ZZZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PROBRPT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM READ-SELECTION-PARM.
           OPEN INPUT PROBLEM-MASTER.
           IF WS-PRB-FILE-STATUS NOT = "00" THEN
               DISPLAY "PROBRPT: CANNOT OPEN PROBMSTR MASTER, "
                   "STATUS " WS-PRB-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PROB-RPT
               PERFORM WRITE-REPORT-HEADER
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SRT-AGE-DATE
                   ON ASCENDING KEY WS-SRT-NO
                   INPUT PROCEDURE IS RELEASE-OPEN-TICKETS
                   OUTPUT PROCEDURE IS LIST-OPEN-TICKETS
               CLOSE PROBLEM-MASTER
               PERFORM WRITE-OWNER-SUMMARY
               PERFORM COUNT-WEEK-ACTIVITY
               PERFORM WRITE-REPORT-TOTALS
               CLOSE PROB-RPT
               DISPLAY "PROBRPT: " WS-OPEN-COUNT " OPEN AND "
                   WS-ASSIGNED-COUNT " ASSIGNED TICKETS LISTED"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

      * The default window is the week ending on the run date, which
      * is what the Monday run wants; a card sets any other range.
       READ-SELECTION-PARM.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           MOVE 'ADDC' TO WS-DATC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-1.
           MOVE 0 TO WS-DATC-DATE-2.
           MOVE -6 TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           MOVE WS-DATC-RESULT-DATE TO WS-FROM-DATE.
           OPEN INPUT PRPT-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ PRPT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PP-FROM-DATE NUMERIC THEN
                           MOVE WS-PP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-PP-TO-DATE NUMERIC AND
                           WS-PP-TO-DATE NOT = ZEROES THEN
                           MOVE WS-PP-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE PRPT-PARM
           END-IF.
       READ-SELECTION-PARM-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OPEN PROBLEM TICKETS AS AT " WS-RUN-DATE
               " - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TICKET S OPENED     AGE OWNER     LAST SEEN "
               "NIGHTS   COUNT RO  SV SOURCE       REASON"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

      * A re-opened ticket ages from the night it came back, not from
      * the night it first opened.
       RELEASE-ONE-TICKET.
           READ PROBLEM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-PRB-OPEN OR WS-PRB-ASSIGNED THEN
                       MOVE WS-PRB-OPENED-DATE TO WS-SRT-AGE-DATE
                       IF WS-PRB-REOPENED-DATE > WS-SRT-AGE-DATE THEN
                           MOVE WS-PRB-REOPENED-DATE TO
                               WS-SRT-AGE-DATE
                       END-IF
                       MOVE WS-PRB-NO TO WS-SRT-NO
                       MOVE WS-PRB-STATUS TO WS-SRT-STATUS
                       MOVE WS-PRB-OWNER TO WS-SRT-OWNER
                       MOVE WS-PRB-LAST-SEEN-DATE TO
                           WS-SRT-LAST-SEEN-DATE
                       MOVE WS-PRB-NIGHTS TO WS-SRT-NIGHTS
                       MOVE WS-PRB-OCCURRENCES TO WS-SRT-OCCURRENCES
                       MOVE WS-PRB-REOPEN-COUNT TO WS-SRT-REOPEN-COUNT
                       MOVE WS-PRB-WORST-SEVERITY TO WS-SRT-SEVERITY
                       MOVE WS-PRB-SOURCE TO WS-SRT-SOURCE
                       MOVE WS-PRB-REASON TO WS-SRT-REASON
                       MOVE WS-PRB-NOTE-DATE TO WS-SRT-NOTE-DATE
                       MOVE WS-PRB-NOTE-BY TO WS-SRT-NOTE-BY
                       MOVE WS-PRB-NOTE TO WS-SRT-NOTE
                       RELEASE WS-SRT-RECORD
                   END-IF
           END-READ.
       RELEASE-ONE-TICKET-EXIT.

       LIST-ONE-TICKET.
           MOVE 'CNTC' TO WS-DATC-FUNCTION.
           MOVE WS-SRT-AGE-DATE TO WS-DATC-DATE-1.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-2.
           MOVE 0 TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK AND WS-DATC-RESULT-DAYS > 0 THEN
               MOVE WS-DATC-RESULT-DAYS TO WS-AGE-DAYS
           ELSE
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-SRT-STATUS = 'A' THEN
               ADD 1 TO WS-ASSIGNED-COUNT
               MOVE WS-SRT-OWNER TO WS-THIS-OWNER
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               MOVE 'UNASSIGNED' TO WS-THIS-OWNER
           END-IF.
           IF WS-AGE-DAYS >= WS-OLD-AGE-DAYS THEN
               ADD 1 TO WS-OLD-COUNT
           END-IF.
           PERFORM TALLY-OWNER.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-SRT-NO TO WS-RPT-RECORD(1:6).
           MOVE WS-SRT-STATUS TO WS-RPT-RECORD(8:1).
           MOVE WS-SRT-AGE-DATE TO WS-RPT-RECORD(10:8).
           MOVE WS-AGE-DAYS TO WS-RPT-AGE.
           MOVE WS-RPT-AGE TO WS-RPT-RECORD(19:5).
           MOVE WS-THIS-OWNER TO WS-RPT-RECORD(25:10).
           MOVE WS-SRT-LAST-SEEN-DATE TO WS-RPT-RECORD(36:8).
           MOVE WS-SRT-NIGHTS TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(46:5).
           MOVE WS-SRT-OCCURRENCES TO WS-RPT-OCCURRENCES.
           MOVE WS-RPT-OCCURRENCES TO WS-RPT-RECORD(52:7).
           MOVE WS-SRT-REOPEN-COUNT TO WS-RPT-RECORD(60:3).
           MOVE WS-SRT-SEVERITY TO WS-RPT-RECORD(64:1).
           MOVE WS-SRT-SOURCE TO WS-RPT-RECORD(67:12).
           MOVE WS-SRT-REASON TO WS-RPT-RECORD(80:40).
           WRITE WS-RPT-RECORD.
           IF WS-SRT-NOTE NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "       NOTE " WS-SRT-NOTE-DATE " "
                   WS-SRT-NOTE-BY " " WS-SRT-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       LIST-ONE-TICKET-EXIT.

      * Tickets come oldest first, so an owner's first ticket is the
      * oldest one they hold.
       TALLY-OWNER.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM MATCH-ONE-OWNER VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT OR WS-FOUND.
           IF WS-FOUND THEN
               SUBTRACT 1 FROM WS-OWN-IDX
               ADD 1 TO WS-OT-TICKETS(WS-OWN-IDX)
           ELSE
               IF WS-OWN-COUNT < WS-OWN-MAX THEN
                   ADD 1 TO WS-OWN-COUNT
                   MOVE WS-THIS-OWNER TO WS-OT-OWNER(WS-OWN-COUNT)
                   MOVE 1 TO WS-OT-TICKETS(WS-OWN-COUNT)
                   MOVE WS-AGE-DAYS TO WS-OT-OLDEST(WS-OWN-COUNT)
               END-IF
           END-IF.
       TALLY-OWNER-EXIT.

       MATCH-ONE-OWNER.
           IF WS-OT-OWNER(WS-OWN-IDX) = WS-THIS-OWNER THEN
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       MATCH-ONE-OWNER-EXIT.

       WRITE-OWNER-SUMMARY.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OPEN TICKETS BY OWNER"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OWNER      TICKETS OLDEST DAYS"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           PERFORM WRITE-ONE-OWNER VARYING WS-OWN-IDX FROM 1 BY 1
               UNTIL WS-OWN-IDX > WS-OWN-COUNT.
       WRITE-OWNER-SUMMARY-EXIT.

       WRITE-ONE-OWNER.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-OT-OWNER(WS-OWN-IDX) TO WS-RPT-RECORD(1:10).
           MOVE WS-OT-TICKETS(WS-OWN-IDX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(14:5).
           MOVE WS-OT-OLDEST(WS-OWN-IDX) TO WS-RPT-AGE.
           MOVE WS-RPT-AGE TO WS-RPT-RECORD(26:5).
           WRITE WS-RPT-RECORD.
       WRITE-ONE-OWNER-EXIT.

      * A missing history only means nothing has been done to a
      * ticket yet; the activity counts stay at zero.
       COUNT-WEEK-ACTIVITY.
           OPEN INPUT PROBLEM-HISTORY.
           IF WS-PHST-FILE-STATUS = "00" THEN
               MOVE 'N' TO WS-EOF-SW
               PERFORM COUNT-ONE-ACTION UNTIL WS-EOF
               CLOSE PROBLEM-HISTORY
           END-IF.
       COUNT-WEEK-ACTIVITY-EXIT.

       COUNT-ONE-ACTION.
           READ PROBLEM-HISTORY
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-PHST-DATE >= WS-FROM-DATE AND
                       WS-PHST-DATE <= WS-TO-DATE THEN
                       EVALUATE WS-PHST-ACTION
                       WHEN 'OPEN'
                           ADD 1 TO WS-WEEK-OPENED
                       WHEN 'REOPEN'
                           ADD 1 TO WS-WEEK-REOPENED
                       WHEN 'ASSIGN'
                           ADD 1 TO WS-WEEK-ASSIGNED
                       WHEN 'NOTE'
                           ADD 1 TO WS-WEEK-NOTED
                       WHEN 'CLOSE'
                           ADD 1 TO WS-WEEK-CLOSED
                       WHEN OTHER
                           CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.
       COUNT-ONE-ACTION-EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "ACTIVITY DATED " WS-FROM-DATE " THROUGH "
               WS-TO-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WEEK-OPENED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  TICKETS OPENED:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WEEK-REOPENED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  TICKETS REOPENED:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WEEK-ASSIGNED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  TICKETS ASSIGNED:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WEEK-NOTED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  NOTES ADDED:          " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WEEK-CLOSED TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  TICKETS CLOSED:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OPEN, UNASSIGNED:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-ASSIGNED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "ASSIGNED:               " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-OLD-COUNT TO WS-RPT-COUNT.
           MOVE WS-OLD-AGE-DAYS TO WS-RPT-AGE.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "OPEN " WS-RPT-AGE " DAYS OR MORE:  "
               WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT input procedure: every open or assigned ticket.
      ******************************************************************
       RELEASE-OPEN-TICKETS SECTION.
       RELEASE-TICKETS-START.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM RELEASE-ONE-TICKET UNTIL WS-EOF.
           GO TO RELEASE-TICKETS-DONE.

       RELEASE-TICKETS-DONE.
           EXIT.

      ******************************************************************
      * SORT output procedure: tickets come back oldest first and are
      * listed with their age and owner.
      ******************************************************************
       LIST-OPEN-TICKETS SECTION.
       LIST-TICKETS-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           PERFORM RETURN-ONE-TICKET UNTIL WS-SORT-EOF.
           GO TO LIST-TICKETS-DONE.

       RETURN-ONE-TICKET.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM LIST-ONE-TICKET
           END-RETURN.

       LIST-TICKETS-DONE.
           EXIT.

       END PROGRAM PROBRPT.
