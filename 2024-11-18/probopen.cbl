      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/18/2024
      * Purpose: To turn the night's exceptions into problem tickets
      *          on the keyed PROBMSTR problem master, so somebody
      *          owns each problem until it is put right. Reads this
      *          run's records off the active EXCPLOG (before the
      *          rotation step cuts it off, the way EXCPALRT does)
      *          and groups them by source program and reason - one
      *          cause, one master record, whatever the record key.
      *          A cause with a severe entry, or entered more than
      *          once tonight, opens a ticket. A lone warning is
      *          put on watch and opens a ticket the next night it
      *          comes back. A cause with a ticket already open adds
      *          to its counts, and a closed ticket whose cause comes
      *          back is re-opened to its last owner. Every ticket
      *          opened or re-opened goes on the PROBHIST action
      *          history the ad hoc PROBMNT job adds to, and the
      *          night's work prints on the PROBREG register.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/18/2024 JB - First cut. Informational entries never open
      *                 a ticket. A resubmitted night finds its own
      *                 run id on the causes it has already counted
      *                 and leaves them alone.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBOPEN.
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
           SELECT PROBLEM-REGISTER ASSIGN TO "PROBREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Problem master, one record per cause. The status is 'W' on
      * watch (a lone warning, no ticket number yet), 'O' open,
      * 'A' assigned or 'C' closed. The occurrence count is every
      * entry logged against the cause, the nights count the runs
      * it turned up in.
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

      * Action history, appended to by this step and by PROBMNT.
      * The action is OPEN, REOPEN, ASSIGN, NOTE or CLOSE.
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

       FD  PROBLEM-REGISTER.
       01 WS-REG-RECORD PIC X(132).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-PRB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PRB-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PRB-EOF VALUE 'Y'.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-HIGH-PRB-NO PIC 9(06) VALUE 0.
       01 WS-REG-ACTION PIC X(10) VALUE SPACES.
       01 WS-HIST-ACTION PIC X(06) VALUE SPACES.
       01 WS-HIST-TEXT PIC X(60) VALUE SPACES.

      * This run's causes, gathered off EXCPLOG. A cause past the
      * table's end is counted and logged, not lost silently.
       01 WS-CAUSE-MAX PIC 9(03) VALUE 500.
       01 WS-CAUSE-COUNT PIC 9(03) VALUE 0.
       01 WS-CAUSE-IDX PIC 9(03) VALUE 0.
       01 WS-CAUSE-TABLE.
           05 WS-CAUSE-ENTRY OCCURS 500 TIMES.
               10 WS-CT-CAUSE.
                   15 WS-CT-SOURCE PIC X(12).
                   15 WS-CT-REASON PIC X(40).
               10 WS-CT-COUNT PIC 9(05).
               10 WS-CT-SEVERITY PIC X(01).
               10 WS-CT-LAST-KEY PIC X(15).

      * Counts for the register, the console and OPSCNT.
       01 WS-SCANNED-COUNT PIC 9(05) VALUE 0.
       01 WS-THIS-RUN-COUNT PIC 9(05) VALUE 0.
       01 WS-INFO-COUNT PIC 9(05) VALUE 0.
       01 WS-OVERFLOW-COUNT PIC 9(05) VALUE 0.
       01 WS-OPENED-COUNT PIC 9(05) VALUE 0.
       01 WS-REOPENED-COUNT PIC 9(05) VALUE 0.
       01 WS-RECURRED-COUNT PIC 9(05) VALUE 0.
       01 WS-WATCHED-COUNT PIC 9(05) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PROBOPEN' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM GATHER-TONIGHTS-CAUSES.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM OPEN-PROBLEM-MASTER.
           PERFORM FIND-HIGHEST-TICKET.
           PERFORM OPEN-PROBLEM-HISTORY.
           OPEN OUTPUT PROBLEM-REGISTER.
           PERFORM WRITE-REGISTER-HEADING.
           PERFORM APPLY-ONE-CAUSE VARYING WS-CAUSE-IDX FROM 1 BY 1
               UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT.
           IF WS-OVERFLOW-COUNT > 0 THEN
               MOVE 'PROBOPEN' TO WS-EXCP-SOURCE-PARM
               MOVE WS-RUN-ID TO WS-EXCP-KEY-PARM
               MOVE 'CAUSE TABLE FULL - ENTRIES NOT TICKETED'
                   TO WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE PROBLEM-REGISTER.
           CLOSE PROBLEM-HISTORY.
           CLOSE PROBLEM-MASTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'PROBOPEN' TO WS-OPSC-SOURCE-PARM.
           MOVE 'TICKETS OPENED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-OPENED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'TICKETS REOPENED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-REOPENED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'TICKETS RECURRED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-RECURRED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "PROBOPEN: RUN " WS-RUN-ID " - "
               WS-CAUSE-COUNT " CAUSES FROM " WS-THIS-RUN-COUNT
               " EXCEPTIONS".
           DISPLAY "PROBOPEN: OPENED " WS-OPENED-COUNT
               "  REOPENED " WS-REOPENED-COUNT
               "  RECURRED " WS-RECURRED-COUNT
               "  WATCHED " WS-WATCHED-COUNT.
           STOP RUN.
       MAIN-EXIT.

      * Tonight's log is read to the end and closed again before
      * this step opens it to log anything of its own. Spaces in
      * the severity read as a warning, as they do for EXCPALRT.
       GATHER-TONIGHTS-CAUSES.
           OPEN INPUT EXCEPTION-LOG.
           IF WS-EXCP-FILE-STATUS NOT = "00" THEN
               DISPLAY "PROBOPEN: NO EXCEPTION LOG TONIGHT - "
                   "NOTHING TO TICKET"
           ELSE
               MOVE 'N' TO WS-EOF-SW
               PERFORM GATHER-ONE-EXCEPTION UNTIL WS-EOF
               CLOSE EXCEPTION-LOG
           END-IF.
       GATHER-TONIGHTS-CAUSES-EXIT.

       GATHER-ONE-EXCEPTION.
           READ EXCEPTION-LOG
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SCANNED-COUNT
                   IF WS-EXCP-RUN-ID = WS-RUN-ID THEN
                       ADD 1 TO WS-THIS-RUN-COUNT
                       IF WS-EXCP-SEVERITY = 'I' THEN
                           ADD 1 TO WS-INFO-COUNT
                       ELSE
                           PERFORM TALLY-ONE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.
       GATHER-ONE-EXCEPTION-EXIT.

       TALLY-ONE-EXCEPTION.
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM MATCH-ONE-CAUSE VARYING WS-CAUSE-IDX FROM 1 BY 1
               UNTIL WS-CAUSE-IDX > WS-CAUSE-COUNT OR WS-FOUND.
           IF WS-FOUND THEN
               SUBTRACT 1 FROM WS-CAUSE-IDX
           ELSE
               IF WS-CAUSE-COUNT < WS-CAUSE-MAX THEN
                   ADD 1 TO WS-CAUSE-COUNT
                   MOVE WS-CAUSE-COUNT TO WS-CAUSE-IDX
                   MOVE WS-EXCP-SOURCE TO WS-CT-SOURCE(WS-CAUSE-IDX)
                   MOVE WS-EXCP-REASON TO WS-CT-REASON(WS-CAUSE-IDX)
                   MOVE 0 TO WS-CT-COUNT(WS-CAUSE-IDX)
                   MOVE 'W' TO WS-CT-SEVERITY(WS-CAUSE-IDX)
                   MOVE 'Y' TO WS-FOUND-SW
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-FOUND THEN
               ADD 1 TO WS-CT-COUNT(WS-CAUSE-IDX)
               IF WS-EXCP-SEVERITY = 'S' THEN
                   MOVE 'S' TO WS-CT-SEVERITY(WS-CAUSE-IDX)
               END-IF
               MOVE WS-EXCP-KEY TO WS-CT-LAST-KEY(WS-CAUSE-IDX)
           END-IF.
       TALLY-ONE-EXCEPTION-EXIT.

       MATCH-ONE-CAUSE.
           IF WS-CT-SOURCE(WS-CAUSE-IDX) = WS-EXCP-SOURCE AND
               WS-CT-REASON(WS-CAUSE-IDX) = WS-EXCP-REASON THEN
               MOVE 'Y' TO WS-FOUND-SW
           END-IF.
       MATCH-ONE-CAUSE-EXIT.

       OPEN-PROBLEM-MASTER.
           OPEN I-O PROBLEM-MASTER.
           IF WS-PRB-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT PROBLEM-MASTER
               CLOSE PROBLEM-MASTER
               OPEN I-O PROBLEM-MASTER
           END-IF.
       OPEN-PROBLEM-MASTER-EXIT.

       OPEN-PROBLEM-HISTORY.
           OPEN EXTEND PROBLEM-HISTORY.
           IF WS-PHST-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT PROBLEM-HISTORY
           END-IF.
       OPEN-PROBLEM-HISTORY-EXIT.

      * Ticket numbers run on from the highest on the master, the
      * way EMBMSTR numbers its embargoes.
       FIND-HIGHEST-TICKET.
           MOVE 0 TO WS-HIGH-PRB-NO.
           MOVE 'N' TO WS-PRB-EOF-SW.
           MOVE LOW-VALUES TO WS-PRB-CAUSE.
           START PROBLEM-MASTER KEY >= WS-PRB-CAUSE
               INVALID KEY
                   MOVE 'Y' TO WS-PRB-EOF-SW
           END-START.
           PERFORM CHECK-ONE-TICKET-NO UNTIL WS-PRB-EOF.
       FIND-HIGHEST-TICKET-EXIT.

       CHECK-ONE-TICKET-NO.
           READ PROBLEM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRB-EOF-SW
               NOT AT END
                   IF WS-PRB-NO > WS-HIGH-PRB-NO THEN
                       MOVE WS-PRB-NO TO WS-HIGH-PRB-NO
                   END-IF
           END-READ.
       CHECK-ONE-TICKET-NO-EXIT.

      * One cause of tonight's against the master. A cause already
      * stamped with this run id was counted by an earlier pass of
      * the same night.
       APPLY-ONE-CAUSE.
           MOVE WS-CT-CAUSE(WS-CAUSE-IDX) TO WS-PRB-CAUSE.
           READ PROBLEM-MASTER
               INVALID KEY
                   PERFORM START-NEW-CAUSE
               NOT INVALID KEY
                   IF WS-PRB-LAST-RUN-ID = WS-RUN-ID THEN
                       ADD 1 TO WS-ALREADY-COUNT
                   ELSE
                       PERFORM APPLY-KNOWN-CAUSE
                   END-IF
           END-READ.
       APPLY-ONE-CAUSE-EXIT.

      * A severe or repeated cause is a ticket from the first night;
      * a lone warning only goes on watch.
       START-NEW-CAUSE.
           INITIALIZE WS-PRB-RECORD WITH FILLER.
           MOVE WS-CT-CAUSE(WS-CAUSE-IDX) TO WS-PRB-CAUSE.
           MOVE WS-RUN-DATE TO WS-PRB-FIRST-SEEN-DATE.
           MOVE 0 TO WS-PRB-OCCURRENCES.
           MOVE 0 TO WS-PRB-NIGHTS.
           MOVE 'W' TO WS-PRB-WORST-SEVERITY.
           PERFORM NOTE-TONIGHTS-SIGHTING.
           IF WS-CT-SEVERITY(WS-CAUSE-IDX) = 'S' OR
               WS-CT-COUNT(WS-CAUSE-IDX) > 1 THEN
               PERFORM NUMBER-NEW-TICKET
               MOVE 'OPENED' TO WS-REG-ACTION
           ELSE
               MOVE 'W' TO WS-PRB-STATUS
               ADD 1 TO WS-WATCHED-COUNT
               MOVE 'WATCHED' TO WS-REG-ACTION
           END-IF.
           WRITE WS-PRB-RECORD
               INVALID KEY
                   DISPLAY "PROBOPEN: WRITE FAILED FOR "
                       WS-PRB-SOURCE " " WS-PRB-REASON
           END-WRITE.
           PERFORM WRITE-REGISTER-LINE.
       START-NEW-CAUSE-EXIT.

      * A watched cause that comes back has repeated; an open or
      * assigned ticket counts the recurrence; a closed one was not
      * put right after all and goes back to its last owner (open,
      * if nobody had it).
       APPLY-KNOWN-CAUSE.
           PERFORM NOTE-TONIGHTS-SIGHTING.
           EVALUATE TRUE
           WHEN WS-PRB-WATCHED
               PERFORM NUMBER-NEW-TICKET
               MOVE 'OPENED' TO WS-REG-ACTION
           WHEN WS-PRB-CLOSED
               IF WS-PRB-OWNER = SPACES THEN
                   MOVE 'O' TO WS-PRB-STATUS
               ELSE
                   MOVE 'A' TO WS-PRB-STATUS
               END-IF
               ADD 1 TO WS-PRB-REOPEN-COUNT
               MOVE WS-RUN-DATE TO WS-PRB-REOPENED-DATE
               MOVE 0 TO WS-PRB-CLOSED-DATE
               MOVE SPACES TO WS-PRB-CLOSED-BY
               ADD 1 TO WS-REOPENED-COUNT
               MOVE 'REOPEN' TO WS-HIST-ACTION
               PERFORM WRITE-HISTORY-ENTRY
               MOVE 'REOPENED' TO WS-REG-ACTION
           WHEN OTHER
               ADD 1 TO WS-RECURRED-COUNT
               MOVE 'RECURRED' TO WS-REG-ACTION
           END-EVALUATE.
           REWRITE WS-PRB-RECORD
               INVALID KEY
                   DISPLAY "PROBOPEN: REWRITE FAILED FOR "
                       WS-PRB-NO
           END-REWRITE.
           PERFORM WRITE-REGISTER-LINE.
       APPLY-KNOWN-CAUSE-EXIT.

       NOTE-TONIGHTS-SIGHTING.
           ADD WS-CT-COUNT(WS-CAUSE-IDX) TO WS-PRB-OCCURRENCES.
           ADD 1 TO WS-PRB-NIGHTS.
           MOVE WS-RUN-DATE TO WS-PRB-LAST-SEEN-DATE.
           MOVE WS-RUN-ID TO WS-PRB-LAST-RUN-ID.
           MOVE WS-CT-LAST-KEY(WS-CAUSE-IDX) TO WS-PRB-LAST-KEY.
           IF WS-CT-SEVERITY(WS-CAUSE-IDX) = 'S' THEN
               MOVE 'S' TO WS-PRB-WORST-SEVERITY
           END-IF.
       NOTE-TONIGHTS-SIGHTING-EXIT.

       NUMBER-NEW-TICKET.
           ADD 1 TO WS-HIGH-PRB-NO.
           MOVE WS-HIGH-PRB-NO TO WS-PRB-NO.
           MOVE 'O' TO WS-PRB-STATUS.
           MOVE WS-RUN-DATE TO WS-PRB-OPENED-DATE.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE 'OPEN' TO WS-HIST-ACTION.
           PERFORM WRITE-HISTORY-ENTRY.
       NUMBER-NEW-TICKET-EXIT.

      * The history text names the cause, so the action trail reads
      * on its own without the master beside it.
       WRITE-HISTORY-ENTRY.
           MOVE SPACES TO WS-HIST-TEXT.
           STRING WS-PRB-SOURCE DELIMITED BY SPACE
               " " WS-PRB-REASON DELIMITED BY SIZE
               INTO WS-HIST-TEXT.
           INITIALIZE WS-PHST-RECORD WITH FILLER.
           MOVE WS-PRB-NO TO WS-PHST-NO.
           MOVE WS-RUN-DATE TO WS-PHST-DATE.
           MOVE WS-RUN-ID TO WS-PHST-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-PHST-OPERATOR.
           MOVE WS-HIST-ACTION TO WS-PHST-ACTION.
           MOVE WS-HIST-TEXT TO WS-PHST-TEXT.
           WRITE WS-PHST-RECORD.
       WRITE-HISTORY-ENTRY-EXIT.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "PROBLEM TICKET REGISTER - RUN ID " WS-RUN-ID
               " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "ACTION     TICKET S SOURCE       "
               "REASON                                   "
               "TONIGHT SV TOTAL   OWNER"
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-HEADING-EXIT.

       WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-RECORD.
           MOVE WS-REG-ACTION TO WS-REG-RECORD(1:10).
           IF NOT WS-PRB-WATCHED THEN
               MOVE WS-PRB-NO TO WS-REG-RECORD(12:6)
           END-IF.
           MOVE WS-PRB-STATUS TO WS-REG-RECORD(19:1).
           MOVE WS-PRB-SOURCE TO WS-REG-RECORD(21:12).
           MOVE WS-PRB-REASON TO WS-REG-RECORD(34:40).
           MOVE WS-CT-COUNT(WS-CAUSE-IDX) TO WS-RPT-COUNT.
           MOVE WS-RPT-COUNT TO WS-REG-RECORD(77:5).
           MOVE WS-CT-SEVERITY(WS-CAUSE-IDX) TO WS-REG-RECORD(83:1).
           MOVE WS-PRB-OCCURRENCES TO WS-REG-RECORD(86:7).
           MOVE WS-PRB-OWNER TO WS-REG-RECORD(94:8).
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-LINE-EXIT.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-THIS-RUN-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "THIS RUN'S EXCEPTIONS:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-INFO-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "  INFORMATIONAL, IGNORED:" WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-OPENED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "TICKETS OPENED:          " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-REOPENED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "TICKETS REOPENED:        " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-RECURRED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "OPEN TICKETS RECURRED:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE WS-WATCHED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "CAUSES PUT ON WATCH:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           IF WS-ALREADY-COUNT > 0 THEN
               MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-REG-RECORD
               STRING "ALREADY COUNTED TONIGHT: " WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
           END-IF.
           IF WS-OVERFLOW-COUNT > 0 THEN
               MOVE WS-OVERFLOW-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-REG-RECORD
               STRING "ENTRIES PAST CAUSE TABLE:" WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
           END-IF.
       WRITE-REGISTER-TOTALS-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM PROBOPEN.
