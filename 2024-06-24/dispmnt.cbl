      ******************************************************************
      * Author: Joel Brewer
      * Date: 06/24/2024
      * Purpose: To keep the keyed DISPMSTR score-dispute case file.
      *          A player's protest used to be a phone call: if it
      *          was upheld the desk keyed a 'C' correction and
      *          YACHTCOR showed the fix, but not why it was made,
      *          who asked, or when the league answered. Each protest
      *          now opens a numbered case here; the league officer's
      *          ruling is keyed against it, and a correction record
      *          citing the case number closes it when YACHT posts the
      *          fix. Every run ends with the DISPAGE aging report of
      *          the cases still open, measured against the league
      *          constitution's seven-day rule for answering a
      *          protest, with the record of how quickly every
      *          answered case was answered.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 06/24/2024 JB - First cut: new case ('N'), change ('C'),
      *                 uphold ('U') and refuse ('R') transactions,
      *                 rejects to DISPREJ and the shared EXCPLOG,
      *                 counts to the shared OPSCNT, and the DISPAGE
      *                 aging report. A case left unanswered past
      *                 seven days logs to EXCPLOG every night it
      *                 stays that way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-TXN ASSIGN TO "DISPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT DISPUTE-MASTER ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DISP-CASE-NO
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT DISPUTE-REJ ASSIGN TO "DISPREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGING-RPT ASSIGN TO "DISPAGE"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * One transaction per record. 'N' opens a new case for the
      * player, business date, game and category protested, with the
      * complaint in WS-DISP-TXN-TEXT; the case number is assigned
      * here and left blank on the transaction. 'C' changes an open
      * case's details - a blank field leaves what is there. 'U'
      * upholds the protest and 'R' refuses it, the ruling in
      * WS-DISP-TXN-TEXT; either one is the league's answer. The
      * officer is whoever gave the ruling, the operator running the
      * job when left blank.
       FD  DISPUTE-TXN.
       01 WS-DISP-TXN-RECORD.
           05 WS-DISP-TXN-CASE-NO PIC X(06).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-BUS-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-GAME-NO PIC X(02).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-OFFICER PIC X(08).
           05 FILLER PIC X(01).
           05 WS-DISP-TXN-TEXT PIC X(60).
           05 FILLER PIC X(04).

      * Dispute case master: one record per protest ever lodged.
      * WS-DISP-STATUS is 'O' (open, not yet answered), 'U' (upheld,
      * waiting on the correction), 'R' (refused - closed) or 'C'
      * (closed by the correction YACHT posted against it). The
      * answered date is the day the league ruled; the seven-day
      * rule runs from the opened date to it.
       FD  DISPUTE-MASTER.
       01 WS-DISP-RECORD.
           05 WS-DISP-CASE-NO PIC 9(06).
           05 WS-DISP-STATUS PIC X(01).
           05 WS-DISP-PLAYER-ID PIC X(10).
           05 WS-DISP-BUS-DATE PIC 9(08).
           05 WS-DISP-GAME-NO PIC 9(02).
           05 WS-DISP-CATEGORY PIC X(15).
           05 WS-DISP-COMPLAINT PIC X(60).
           05 WS-DISP-RESOLUTION PIC X(60).
           05 WS-DISP-OFFICER PIC X(08).
           05 WS-DISP-OPENED-DATE PIC 9(08).
           05 WS-DISP-ANSWERED-DATE PIC 9(08).
           05 WS-DISP-CLOSED-DATE PIC 9(08).
           05 WS-DISP-ORIG-SCORE PIC 9(03).
           05 WS-DISP-NEW-SCORE PIC 9(03).
           05 FILLER PIC X(20).

      * Player roster master maintained by ROSTMNT, read-only here:
      * a protest must name a player the league has registered.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-STATUS PIC X(01).
           05 WS-ROST-REG-DATE PIC 9(08).
           05 WS-ROST-DEACT-DATE PIC 9(08).
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 WS-ROST-TEAM-ID PIC X(04).
           05 FILLER PIC X(07).

       FD  DISPUTE-REJ.
       01 WS-DISP-REJ-RECORD.
           05 WS-DISP-REJ-CASE-NO PIC X(06).
           05 FILLER PIC X(01).
           05 WS-DISP-REJ-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DISP-REJ-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-DISP-REJ-REASON PIC X(40).
           05 FILLER PIC X(20).

       FD  AGING-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-MSTR-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-MSTR-EOF VALUE 'Y'.
       01 WS-CASE-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-CASE-FOUND VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-PLAYER-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-PLAYER-VALID VALUE 'Y'.

       01 WS-CASE-KEY PIC 9(06) VALUE 0.
       01 WS-LAST-CASE-NO PIC 9(06) VALUE 0.
       01 WS-TXN-CASE-NO PIC X(06).
       01 WS-TXN-TYPE PIC X(01).
       01 WS-TXN-PLAYER-ID PIC X(10).
       01 WS-TXN-BUS-DATE PIC X(08).
       01 WS-TXN-BUS-DATE-N REDEFINES WS-TXN-BUS-DATE PIC 9(08).
       01 WS-TXN-GAME-NO PIC X(02).
       01 WS-TXN-GAME-NO-N REDEFINES WS-TXN-GAME-NO PIC 9(02).
       01 WS-TXN-CATEGORY PIC X(15).
       01 WS-TXN-OFFICER PIC X(08).
       01 WS-TXN-TEXT PIC X(60).
       01 WS-REJ-REASON PIC X(40).

      * The league constitution gives the officers seven days to
      * answer a protest. Ages are carried as integer day counts so
      * month ends come out right, the way RECYMNT ages its rejects.
       01 WS-ANSWER-LIMIT-DAYS PIC 9(03) VALUE 7.
       01 WS-TODAY-INT PIC 9(07) VALUE 0.
       01 WS-OPENED-INT PIC 9(07) VALUE 0.
       01 WS-ANSWERED-INT PIC 9(07) VALUE 0.
       01 WS-DAYS-OLD PIC S9(05) VALUE 0.
       01 WS-RPT-DAYS PIC ZZZZ9.
       01 WS-OVERDUE-REASON PIC X(40).

      * Control totals for the console summary, the aging report and
      * the shared OPSCNT operations-count log.
       01 WS-TXN-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(05) VALUE 0.
       01 WS-OVERDUE-COUNT PIC 9(05) VALUE 0.
       01 WS-UPHELD-COUNT PIC 9(05) VALUE 0.
       01 WS-ON-TIME-COUNT PIC 9(05) VALUE 0.
       01 WS-LATE-COUNT PIC 9(05) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'DISPMNT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN OUTPUT DISPUTE-REJ.
           OPEN I-O DISPUTE-MASTER.
           IF WS-DISP-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT DISPUTE-MASTER
               CLOSE DISPUTE-MASTER
               OPEN I-O DISPUTE-MASTER
           END-IF.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "WARNING: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - NEW CASES REJECT"
           END-IF.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM FIND-LAST-CASE-NO.
      * The nightly chain runs this step for the aging report alone,
      * with no transaction file behind it.
           OPEN INPUT DISPUTE-TXN.
           IF WS-TXN-FILE-STATUS = "00" THEN
               PERFORM READ-DISPUTE-TXN
               PERFORM PROCESS-DISPUTE-TXN UNTIL WS-EOF
               CLOSE DISPUTE-TXN
           END-IF.
           PERFORM WRITE-AGING-REPORT.
           CLOSE DISPUTE-REJ.
           CLOSE DISPUTE-MASTER.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'DISPMNT' TO WS-OPSC-SOURCE-PARM.
           MOVE 'DISPUTE TXNS APPLIED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-APPLIED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "DISPUTE TXNS READ " WS-TXN-READ-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECTED-COUNT.
           DISPLAY "DISPUTE CASES OPEN " WS-OPEN-COUNT
               " OVERDUE " WS-OVERDUE-COUNT
               " AWAITING CORRECTION " WS-UPHELD-COUNT.
           STOP RUN.
       MAIN-EXIT.

      * New case numbers run on from the highest on file, so a
      * number is never reused even after its case closes.
       FIND-LAST-CASE-NO.
           MOVE 0 TO WS-LAST-CASE-NO.
           PERFORM START-MASTER-BROWSE.
           PERFORM NOTE-LAST-CASE-NO UNTIL WS-MSTR-EOF.
       FIND-LAST-CASE-NO-EXIT.

       NOTE-LAST-CASE-NO.
           MOVE WS-DISP-CASE-NO TO WS-LAST-CASE-NO.
           PERFORM READ-NEXT-MASTER.
       NOTE-LAST-CASE-NO-EXIT.

       START-MASTER-BROWSE.
           MOVE 'N' TO WS-MSTR-EOF-SW.
           MOVE 0 TO WS-DISP-CASE-NO.
           START DISPUTE-MASTER KEY >= WS-DISP-CASE-NO
               INVALID KEY
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-START.
           IF NOT WS-MSTR-EOF THEN
               PERFORM READ-NEXT-MASTER
           END-IF.
       START-MASTER-BROWSE-EXIT.

       READ-NEXT-MASTER.
           READ DISPUTE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-READ.
       READ-NEXT-MASTER-EXIT.

       READ-DISPUTE-TXN.
           READ DISPUTE-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   MOVE WS-DISP-TXN-CASE-NO TO WS-TXN-CASE-NO
                   MOVE WS-DISP-TXN-TYPE TO WS-TXN-TYPE
                   MOVE WS-DISP-TXN-PLAYER-ID TO WS-TXN-PLAYER-ID
                   MOVE WS-DISP-TXN-BUS-DATE TO WS-TXN-BUS-DATE
                   MOVE WS-DISP-TXN-GAME-NO TO WS-TXN-GAME-NO
                   MOVE WS-DISP-TXN-CATEGORY TO WS-TXN-CATEGORY
                   MOVE WS-DISP-TXN-OFFICER TO WS-TXN-OFFICER
                   MOVE WS-DISP-TXN-TEXT TO WS-TXN-TEXT
                   IF WS-TXN-OFFICER = SPACES THEN
                       MOVE WS-OPERATOR-ID TO WS-TXN-OFFICER
                   END-IF
           END-READ.
       READ-DISPUTE-TXN-EXIT.

       PROCESS-DISPUTE-TXN.
           IF WS-TXN-TYPE = 'N' THEN
               PERFORM APPLY-NEW-CASE
           ELSE
               PERFORM LOOKUP-DISPUTE-CASE
               EVALUATE TRUE
               WHEN WS-TXN-TYPE NOT = 'C' AND WS-TXN-TYPE NOT = 'U'
                   AND WS-TXN-TYPE NOT = 'R'
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJ-REASON
                   PERFORM REJECT-DISPUTE-TXN
               WHEN NOT WS-CASE-FOUND
                   MOVE 'CASE NOT ON FILE' TO WS-REJ-REASON
                   PERFORM REJECT-DISPUTE-TXN
               WHEN WS-TXN-TYPE = 'C'
                   PERFORM APPLY-CASE-CHANGE
               WHEN OTHER
                   PERFORM APPLY-CASE-RULING
               END-EVALUATE
           END-IF.
           PERFORM READ-DISPUTE-TXN.
       PROCESS-DISPUTE-TXN-EXIT.

       LOOKUP-DISPUTE-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW.
           IF WS-TXN-CASE-NO IS NUMERIC THEN
               MOVE WS-TXN-CASE-NO TO WS-CASE-KEY
               MOVE WS-CASE-KEY TO WS-DISP-CASE-NO
               READ DISPUTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CASE-FOUND-SW
               END-READ
           END-IF.
       LOOKUP-DISPUTE-CASE-EXIT.

      * A protest must name a registered player - a deactivated one
      * can still protest a game played before leaving - and a real
      * business date no later than today.
       CHECK-TXN-PLAYER.
           MOVE 'N' TO WS-PLAYER-VALID-SW.
           IF WS-ROSTER-OPEN AND WS-TXN-PLAYER-ID NOT = SPACES THEN
               MOVE WS-TXN-PLAYER-ID TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLAYER-VALID-SW
               END-READ
           END-IF.
       CHECK-TXN-PLAYER-EXIT.

       APPLY-NEW-CASE.
           PERFORM CHECK-TXN-PLAYER.
           IF WS-TXN-GAME-NO = SPACES THEN
               MOVE '01' TO WS-TXN-GAME-NO
           END-IF.
           EVALUATE TRUE
           WHEN WS-TXN-CASE-NO NOT = SPACES
               MOVE 'CASE NUMBER IS ASSIGNED, NOT KEYED' TO
                   WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN NOT WS-PLAYER-VALID
               MOVE 'PLAYER NOT ON THE ROSTER' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-BUS-DATE NOT NUMERIC
               MOVE 'BUSINESS DATE NOT NUMERIC' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-TXN-BUS-DATE-N)
               NOT = 0
               MOVE 'BUSINESS DATE NOT A VALID DATE' TO
                   WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-BUS-DATE-N > WS-RUN-DATE
               MOVE 'BUSINESS DATE IS IN THE FUTURE' TO
                   WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-GAME-NO NOT NUMERIC OR WS-TXN-GAME-NO-N = 0
               MOVE 'GAME NUMBER NOT NUMERIC' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-TEXT = SPACES
               MOVE 'COMPLAINT TEXT IS BLANK' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-LAST-CASE-NO = 999999
               MOVE 'CASE NUMBERS EXHAUSTED' TO WS-REJ-REASON
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM
               PERFORM REJECT-DISPUTE-TXN
           WHEN OTHER
               PERFORM OPEN-NEW-CASE
               ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.
       APPLY-NEW-CASE-EXIT.

       OPEN-NEW-CASE.
           ADD 1 TO WS-LAST-CASE-NO.
           INITIALIZE WS-DISP-RECORD WITH FILLER.
           MOVE WS-LAST-CASE-NO TO WS-DISP-CASE-NO.
           MOVE 'O' TO WS-DISP-STATUS.
           MOVE WS-TXN-PLAYER-ID TO WS-DISP-PLAYER-ID.
           MOVE WS-TXN-BUS-DATE-N TO WS-DISP-BUS-DATE.
           MOVE WS-TXN-GAME-NO-N TO WS-DISP-GAME-NO.
           MOVE WS-TXN-CATEGORY TO WS-DISP-CATEGORY.
           MOVE WS-TXN-TEXT TO WS-DISP-COMPLAINT.
           MOVE WS-TXN-OFFICER TO WS-DISP-OFFICER.
           MOVE WS-RUN-DATE TO WS-DISP-OPENED-DATE.
           WRITE WS-DISP-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE WRITE FAILED FOR CASE "
                       WS-DISP-CASE-NO
           END-WRITE.
           DISPLAY "OPENED CASE " WS-DISP-CASE-NO " FOR "
               WS-TXN-PLAYER-ID.
       OPEN-NEW-CASE-EXIT.

      * Only a case not yet answered can have its details changed;
      * once ruled on, the record stands as the ruling was made.
       APPLY-CASE-CHANGE.
           EVALUATE TRUE
           WHEN WS-DISP-STATUS NOT = 'O'
               MOVE 'CASE ALREADY ANSWERED' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-BUS-DATE NOT = SPACES AND
               WS-TXN-BUS-DATE NOT NUMERIC
               MOVE 'BUSINESS DATE NOT NUMERIC' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-GAME-NO NOT = SPACES AND
               WS-TXN-GAME-NO NOT NUMERIC
               MOVE 'GAME NUMBER NOT NUMERIC' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN OTHER
               IF WS-TXN-BUS-DATE NOT = SPACES THEN
                   MOVE WS-TXN-BUS-DATE-N TO WS-DISP-BUS-DATE
               END-IF
               IF WS-TXN-GAME-NO NOT = SPACES THEN
                   MOVE WS-TXN-GAME-NO-N TO WS-DISP-GAME-NO
               END-IF
               IF WS-TXN-CATEGORY NOT = SPACES THEN
                   MOVE WS-TXN-CATEGORY TO WS-DISP-CATEGORY
               END-IF
               IF WS-TXN-TEXT NOT = SPACES THEN
                   MOVE WS-TXN-TEXT TO WS-DISP-COMPLAINT
               END-IF
               PERFORM REWRITE-DISPUTE-CASE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "CHANGED CASE " WS-DISP-CASE-NO
           END-EVALUATE.
       APPLY-CASE-CHANGE-EXIT.

      * A ruling is the league's answer and stops the seven-day
      * clock. Upholding leaves the case open until the correction
      * citing it posts; refusing closes it there and then. A case
      * already upheld can still be refused - the officer may find
      * on review that no correction is due.
       APPLY-CASE-RULING.
           EVALUATE TRUE
           WHEN WS-TXN-TYPE = 'U' AND WS-DISP-STATUS NOT = 'O'
               MOVE 'CASE ALREADY ANSWERED' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-DISP-STATUS NOT = 'O' AND WS-DISP-STATUS NOT = 'U'
               MOVE 'CASE ALREADY CLOSED' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN WS-TXN-TEXT = SPACES
               MOVE 'RULING TEXT IS BLANK' TO WS-REJ-REASON
               PERFORM REJECT-DISPUTE-TXN
           WHEN OTHER
               IF WS-DISP-ANSWERED-DATE = 0 THEN
                   MOVE WS-RUN-DATE TO WS-DISP-ANSWERED-DATE
               END-IF
               MOVE WS-TXN-TEXT TO WS-DISP-RESOLUTION
               MOVE WS-TXN-OFFICER TO WS-DISP-OFFICER
               MOVE WS-TXN-TYPE TO WS-DISP-STATUS
               IF WS-TXN-TYPE = 'R' THEN
                   MOVE WS-RUN-DATE TO WS-DISP-CLOSED-DATE
               END-IF
               PERFORM REWRITE-DISPUTE-CASE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "RULED CASE " WS-DISP-CASE-NO " "
                   WS-TXN-TYPE
           END-EVALUATE.
       APPLY-CASE-RULING-EXIT.

       REWRITE-DISPUTE-CASE.
           REWRITE WS-DISP-RECORD
               INVALID KEY
                   DISPLAY "DISPUTE REWRITE FAILED FOR CASE "
                       WS-DISP-CASE-NO
           END-REWRITE.
       REWRITE-DISPUTE-CASE-EXIT.

      * WS-REJ-REASON is set by the caller before this is performed,
      * the same way the shared LOG-EXCEPTION paragraph takes its
      * arguments through working-storage.
       REJECT-DISPUTE-TXN.
           INITIALIZE WS-DISP-REJ-RECORD WITH FILLER.
           MOVE WS-TXN-CASE-NO TO WS-DISP-REJ-CASE-NO.
           MOVE WS-TXN-TYPE TO WS-DISP-REJ-TYPE.
           MOVE WS-TXN-PLAYER-ID TO WS-DISP-REJ-PLAYER-ID.
           MOVE WS-REJ-REASON TO WS-DISP-REJ-REASON.
           WRITE WS-DISP-REJ-RECORD.
           MOVE 'DISPMNT' TO WS-EXCP-SOURCE-PARM.
           IF WS-TXN-CASE-NO = SPACES THEN
               MOVE WS-TXN-PLAYER-ID TO WS-EXCP-KEY-PARM
           ELSE
               MOVE WS-TXN-CASE-NO TO WS-EXCP-KEY-PARM
           END-IF.
           MOVE WS-REJ-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT.
       REJECT-DISPUTE-TXN-EXIT.

      * One line per case still open - unanswered, or upheld and
      * waiting on its correction - with its age in days since it
      * was lodged. An unanswered case past the seven-day limit is
      * flagged OVERDUE and logged to EXCPLOG so it surfaces the
      * same night. The trailer counts every case ever answered by
      * whether the answer came inside the limit: the proof the
      * constitution asks for.
       WRITE-AGING-REPORT.
           OPEN OUTPUT AGING-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "DISPUTE CASE AGING REPORT - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "BUSINESS DATE " WS-RUN-DATE
               "   ANSWER LIMIT " WS-ANSWER-LIMIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "CASE   PLAYER     GAME-DATE GM CATEGORY" TO
               WS-RPT-RECORD.
           MOVE "OPENED    DAYS  STATUS" TO WS-RPT-RECORD(48:22).
           WRITE WS-RPT-RECORD.
           PERFORM START-MASTER-BROWSE.
           PERFORM REPORT-ONE-CASE UNTIL WS-MSTR-EOF.
           IF WS-OPEN-COUNT = 0 AND WS-UPHELD-COUNT = 0 THEN
               MOVE "NO OPEN DISPUTE CASES" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-OPEN-COUNT TO WS-RPT-DAYS.
           STRING "OPEN, NOT YET ANSWERED : " WS-RPT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-OVERDUE-COUNT TO WS-RPT-DAYS.
           STRING "  OF WHICH OVERDUE     : " WS-RPT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-UPHELD-COUNT TO WS-RPT-DAYS.
           STRING "UPHELD, NOT CORRECTED  : " WS-RPT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-ON-TIME-COUNT TO WS-RPT-DAYS.
           STRING "ANSWERED WITHIN LIMIT  : " WS-RPT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-LATE-COUNT TO WS-RPT-DAYS.
           STRING "ANSWERED LATE          : " WS-RPT-DAYS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           CLOSE AGING-RPT.
       WRITE-AGING-REPORT-EXIT.

       REPORT-ONE-CASE.
           COMPUTE WS-OPENED-INT =
               FUNCTION INTEGER-OF-DATE(WS-DISP-OPENED-DATE).
           IF WS-DISP-ANSWERED-DATE > 0 THEN
               PERFORM TALLY-ANSWER-TIME
           END-IF.
           IF WS-DISP-STATUS = 'O' OR WS-DISP-STATUS = 'U' THEN
               COMPUTE WS-DAYS-OLD = WS-TODAY-INT - WS-OPENED-INT
               MOVE WS-DAYS-OLD TO WS-RPT-DAYS
               MOVE SPACES TO WS-RPT-RECORD
               MOVE WS-DISP-CASE-NO TO WS-RPT-RECORD(1:6)
               MOVE WS-DISP-PLAYER-ID TO WS-RPT-RECORD(8:10)
               MOVE WS-DISP-BUS-DATE TO WS-RPT-RECORD(19:8)
               MOVE WS-DISP-GAME-NO TO WS-RPT-RECORD(29:2)
               MOVE WS-DISP-CATEGORY TO WS-RPT-RECORD(32:15)
               MOVE WS-DISP-OPENED-DATE TO WS-RPT-RECORD(48:8)
               MOVE WS-RPT-DAYS TO WS-RPT-RECORD(57:5)
               IF WS-DISP-STATUS = 'U' THEN
                   ADD 1 TO WS-UPHELD-COUNT
                   MOVE 'UPHELD - AWAITING CORRECTION' TO
                       WS-RPT-RECORD(64:28)
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
                   IF WS-DAYS-OLD > WS-ANSWER-LIMIT-DAYS THEN
                       MOVE 'OVERDUE' TO WS-RPT-RECORD(64:7)
                       PERFORM ESCALATE-OVERDUE-CASE
                   ELSE
                       MOVE 'OPEN' TO WS-RPT-RECORD(64:4)
                   END-IF
               END-IF
               WRITE WS-RPT-RECORD
           END-IF.
           PERFORM READ-NEXT-MASTER.
       REPORT-ONE-CASE-EXIT.

       TALLY-ANSWER-TIME.
           COMPUTE WS-ANSWERED-INT =
               FUNCTION INTEGER-OF-DATE(WS-DISP-ANSWERED-DATE).
           IF WS-ANSWERED-INT - WS-OPENED-INT >
               WS-ANSWER-LIMIT-DAYS THEN
               ADD 1 TO WS-LATE-COUNT
           ELSE
               ADD 1 TO WS-ON-TIME-COUNT
           END-IF.
       TALLY-ANSWER-TIME-EXIT.

       ESCALATE-OVERDUE-CASE.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE SPACES TO WS-OVERDUE-REASON.
           STRING "DISPUTE UNANSWERED OVER "
               WS-ANSWER-LIMIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-OVERDUE-REASON.
           MOVE 'DISPMNT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-DISP-CASE-NO TO WS-EXCP-KEY-PARM.
           MOVE WS-OVERDUE-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
       ESCALATE-OVERDUE-CASE-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM DISPMNT.
