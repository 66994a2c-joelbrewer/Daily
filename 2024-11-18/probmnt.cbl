      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/18/2024
      * Purpose: To maintain the keyed PROBMSTR problem master the
      *          nightly PROBOPEN step opens tickets on: ASSIGN gives
      *          a ticket to the operator or programmer who has taken
      *          it, NOTE records what has been done about it, CLOSE
      *          closes it with the fix that put it right, and LIST
      *          prints every ticket for the operations meeting. Each
      *          action applied goes on the PROBHIST action history,
      *          so the ticket's whole story can be read back. A
      *          closed ticket whose cause turns up again is re-opened
      *          by PROBOPEN, not here.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/18/2024 JB - First cut. Ticket numbers come off the
      *                 register or the listing; a cause still only
      *                 on watch has no ticket to act on.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROBMNT.
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
           SELECT PROB-PARM ASSIGN TO "PROBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT PROB-RPT ASSIGN TO "PROBLIST"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
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

      * Action history exactly as PROBOPEN appends to it.
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

      * One function card per record - the whole file applies:
      *   ASSIGN nnnnnn oooooooo
      *   NOTE   nnnnnn tttttttttttttttttttttttttttttt...
      *   CLOSE  nnnnnn tttttttttttttttttttttttttttttt...
      *   LIST
      * Ticket number in columns 8-13, the owner or the text (what
      * was done, or the fix that closes it) in columns 15-74.
       FD  PROB-PARM.
       01 WS-PRBP-RECORD.
           05 WS-PRBP-FUNC PIC X(06).
           05 FILLER PIC X(01).
           05 WS-PRBP-NO PIC X(06).
           05 FILLER PIC X(01).
           05 WS-PRBP-TEXT PIC X(60).
           05 WS-PRBP-OWNER REDEFINES WS-PRBP-TEXT.
               10 WS-PRBP-OWNER-ID PIC X(08).
               10 FILLER PIC X(52).
           05 FILLER PIC X(06).

       FD  PROB-RPT.
       01 WS-RPT-RECORD PIC X(132).

       COPY BDATFD.

       COPY EXCPFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-PRB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-PRB-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PRB-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(06) VALUE SPACES.
       01 WS-CARD-NO PIC 9(06) VALUE 0.
       01 WS-CARD-REASON PIC X(40) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * Listing totals.
       01 WS-LISTED-COUNT PIC 9(05) VALUE 0.
       01 WS-LIST-OPEN PIC 9(05) VALUE 0.
       01 WS-LIST-ASSIGNED PIC 9(05) VALUE 0.
       01 WS-LIST-CLOSED PIC 9(05) VALUE 0.
       01 WS-LIST-WATCHED PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZ9.
       01 WS-RPT-COUNT-3 PIC ZZZZ9.
       01 WS-RPT-COUNT-4 PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PROBMNT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-PROBLEM-MASTER.
           PERFORM OPEN-PROBLEM-HISTORY.
           PERFORM OPEN-EXCEPTION-LOG.
           OPEN INPUT PROB-PARM.
           IF WS-PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "PROBMNT: NO FUNCTION CARDS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-ONE-CARD UNTIL WS-EOF
               CLOSE PROB-PARM
           END-IF.
           CLOSE PROBLEM-HISTORY.
           CLOSE PROBLEM-MASTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           DISPLAY "PROBMNT: " WS-APPLIED-COUNT " CARDS APPLIED "
               WS-REJECTED-COUNT " REJECTED".
           STOP RUN.
       MAIN-EXIT.

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

       APPLY-ONE-CARD.
           READ PROB-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-PRBP-FUNC TO WS-FUNC
                   INSPECT WS-FUNC CONVERTING WS-LOWER-ALPHABET
                       TO WS-UPPER-ALPHABET
                   EVALUATE WS-FUNC
                   WHEN 'ASSIGN'
                       PERFORM APPLY-ASSIGN
                   WHEN 'NOTE'
                       PERFORM APPLY-NOTE
                   WHEN 'CLOSE'
                       PERFORM APPLY-CLOSE
                   WHEN 'LIST'
                       PERFORM LIST-THE-MASTER
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "PROBMNT: UNKNOWN FUNCTION '"
                           WS-FUNC "' - CARD IGNORED"
                   END-EVALUATE
           END-READ.
       APPLY-ONE-CARD-EXIT.

      * Every function names a ticket on the master; the reason for
      * a bad card goes out on EXCPLOG.
       EDIT-TICKET-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE 0 TO WS-CARD-NO.
           IF WS-PRBP-NO NUMERIC AND WS-PRBP-NO NOT = ZEROES THEN
               MOVE WS-PRBP-NO TO WS-CARD-NO
               PERFORM LOOKUP-ONE-TICKET
               IF NOT WS-FOUND THEN
                   MOVE 'CARD NAMED A TICKET NOT ON THE MASTER'
                       TO WS-CARD-REASON
               END-IF
           ELSE
               MOVE 'TICKET NUMBER MUST BE SIX DIGITS IN COL 8'
                   TO WS-CARD-REASON
           END-IF.
       EDIT-TICKET-CARD-EXIT.

      * A closed ticket is not assigned; if its cause comes back,
      * PROBOPEN re-opens it to its last owner, and a new ASSIGN can
      * then hand it on.
       APPLY-ASSIGN.
           PERFORM EDIT-TICKET-CARD.
           IF WS-CARD-REASON = SPACES THEN
               INSPECT WS-PRBP-OWNER-ID CONVERTING WS-LOWER-ALPHABET
                   TO WS-UPPER-ALPHABET
               EVALUATE TRUE
               WHEN WS-PRB-CLOSED
                   MOVE 'TICKET IS CLOSED' TO WS-CARD-REASON
               WHEN WS-PRBP-OWNER-ID = SPACES
                   MOVE 'OWNER MUST BE GIVEN IN COL 15' TO
                       WS-CARD-REASON
               WHEN WS-PRBP-TEXT(9:52) NOT = SPACES
                   MOVE 'OWNER IS MORE THAN EIGHT CHARACTERS' TO
                       WS-CARD-REASON
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               MOVE 'A' TO WS-PRB-STATUS
               MOVE WS-PRBP-OWNER-ID TO WS-PRB-OWNER
               MOVE WS-RUN-DATE TO WS-PRB-ASSIGNED-DATE
               PERFORM REWRITE-ONE-TICKET
               PERFORM WRITE-HISTORY-ENTRY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "PROBMNT: ASSIGNED " WS-CARD-NO " TO "
                   WS-PRB-OWNER
           END-IF.
       APPLY-ASSIGN-EXIT.

      * A note may go on any ticket, closed ones included; the
      * master keeps the latest and PROBHIST keeps them all.
       APPLY-NOTE.
           PERFORM EDIT-TICKET-CARD.
           IF WS-CARD-REASON = SPACES AND WS-PRBP-TEXT = SPACES THEN
               MOVE 'NOTE TEXT MUST BE GIVEN IN COL 15' TO
                   WS-CARD-REASON
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               PERFORM STAMP-TICKET-NOTE
               PERFORM REWRITE-ONE-TICKET
               PERFORM WRITE-HISTORY-ENTRY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "PROBMNT: NOTED " WS-CARD-NO
           END-IF.
       APPLY-NOTE-EXIT.

      * Closing takes the fix that put the problem right; it becomes
      * the ticket's latest note.
       APPLY-CLOSE.
           PERFORM EDIT-TICKET-CARD.
           IF WS-CARD-REASON = SPACES THEN
               EVALUATE TRUE
               WHEN WS-PRB-CLOSED
                   MOVE 'TICKET IS ALREADY CLOSED' TO WS-CARD-REASON
               WHEN WS-PRBP-TEXT = SPACES
                   MOVE 'RESOLUTION MUST BE GIVEN IN COL 15' TO
                       WS-CARD-REASON
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               MOVE 'C' TO WS-PRB-STATUS
               MOVE WS-RUN-DATE TO WS-PRB-CLOSED-DATE
               MOVE WS-OPERATOR-ID TO WS-PRB-CLOSED-BY
               PERFORM STAMP-TICKET-NOTE
               PERFORM REWRITE-ONE-TICKET
               PERFORM WRITE-HISTORY-ENTRY
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "PROBMNT: CLOSED " WS-CARD-NO
           END-IF.
       APPLY-CLOSE-EXIT.

       STAMP-TICKET-NOTE.
           MOVE WS-PRBP-TEXT TO WS-PRB-NOTE.
           MOVE WS-RUN-DATE TO WS-PRB-NOTE-DATE.
           MOVE WS-OPERATOR-ID TO WS-PRB-NOTE-BY.
       STAMP-TICKET-NOTE-EXIT.

       REWRITE-ONE-TICKET.
           REWRITE WS-PRB-RECORD
               INVALID KEY
                   DISPLAY "PROBMNT: REWRITE FAILED FOR " WS-PRB-NO
           END-REWRITE.
       REWRITE-ONE-TICKET-EXIT.

      * The card's function is the action, and its own text goes on
      * the history - the owner for an ASSIGN, what was done for a
      * NOTE or CLOSE.
       WRITE-HISTORY-ENTRY.
           INITIALIZE WS-PHST-RECORD WITH FILLER.
           MOVE WS-PRB-NO TO WS-PHST-NO.
           MOVE WS-RUN-DATE TO WS-PHST-DATE.
           MOVE WS-RUN-ID TO WS-PHST-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-PHST-OPERATOR.
           MOVE WS-FUNC TO WS-PHST-ACTION.
           MOVE WS-PRBP-TEXT TO WS-PHST-TEXT.
           WRITE WS-PHST-RECORD.
       WRITE-HISTORY-ENTRY-EXIT.

       REJECT-ONE-CARD.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "PROBMNT: " WS-FUNC " REJECTED - " WS-CARD-REASON.
           MOVE 'PROBMNT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PRBP-NO TO WS-EXCP-KEY-PARM.
           MOVE WS-CARD-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-ONE-CARD-EXIT.

      * The master is keyed on the cause, so a ticket number is found
      * by a sweep; a watched cause carries no number and never
      * matches.
       LOOKUP-ONE-TICKET.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-PRB-EOF-SW.
           MOVE LOW-VALUES TO WS-PRB-CAUSE.
           START PROBLEM-MASTER KEY >= WS-PRB-CAUSE
               INVALID KEY
                   MOVE 'Y' TO WS-PRB-EOF-SW
           END-START.
           PERFORM CHECK-ONE-TICKET UNTIL WS-PRB-EOF OR WS-FOUND.
       LOOKUP-ONE-TICKET-EXIT.

       CHECK-ONE-TICKET.
           READ PROBLEM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRB-EOF-SW
               NOT AT END
                   IF WS-PRB-NO = WS-CARD-NO AND
                       NOT WS-PRB-WATCHED THEN
                       MOVE 'Y' TO WS-FOUND-SW
                   END-IF
           END-READ.
       CHECK-ONE-TICKET-EXIT.

       LIST-THE-MASTER.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-LIST-OPEN.
           MOVE 0 TO WS-LIST-ASSIGNED.
           MOVE 0 TO WS-LIST-CLOSED.
           MOVE 0 TO WS-LIST-WATCHED.
           OPEN OUTPUT PROB-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "PROBLEM TICKET MASTER - RUN ID " WS-RUN-ID
               " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TICKET S OPENED   LAST SEEN OWNER    CLOSED    "
               " COUNT RO  SOURCE       REASON"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'N' TO WS-PRB-EOF-SW.
           MOVE LOW-VALUES TO WS-PRB-CAUSE.
           START PROBLEM-MASTER KEY >= WS-PRB-CAUSE
               INVALID KEY
                   MOVE 'Y' TO WS-PRB-EOF-SW
           END-START.
           PERFORM LIST-ONE-TICKET UNTIL WS-PRB-EOF.
           MOVE WS-LISTED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "TICKETS LISTED: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-LIST-OPEN TO WS-RPT-COUNT.
           MOVE WS-LIST-ASSIGNED TO WS-RPT-COUNT-2.
           MOVE WS-LIST-CLOSED TO WS-RPT-COUNT-3.
           MOVE WS-LIST-WATCHED TO WS-RPT-COUNT-4.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  OPEN " WS-RPT-COUNT
               "  ASSIGNED " WS-RPT-COUNT-2
               "  CLOSED " WS-RPT-COUNT-3
               "  CAUSES ON WATCH " WS-RPT-COUNT-4
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           CLOSE PROB-RPT.
       LIST-THE-MASTER-EXIT.

      * Causes on watch are only counted; they are not tickets yet.
       LIST-ONE-TICKET.
           READ PROBLEM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRB-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                   WHEN WS-PRB-WATCHED
                       ADD 1 TO WS-LIST-WATCHED
                   WHEN WS-PRB-OPEN
                       ADD 1 TO WS-LIST-OPEN
                   WHEN WS-PRB-ASSIGNED
                       ADD 1 TO WS-LIST-ASSIGNED
                   WHEN OTHER
                       ADD 1 TO WS-LIST-CLOSED
                   END-EVALUATE
                   IF NOT WS-PRB-WATCHED THEN
                       PERFORM WRITE-TICKET-LINE
                   END-IF
           END-READ.
       LIST-ONE-TICKET-EXIT.

       WRITE-TICKET-LINE.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-PRB-NO TO WS-RPT-RECORD(1:6).
           MOVE WS-PRB-STATUS TO WS-RPT-RECORD(8:1).
           MOVE WS-PRB-OPENED-DATE TO WS-RPT-RECORD(10:8).
           MOVE WS-PRB-LAST-SEEN-DATE TO WS-RPT-RECORD(19:8).
           MOVE WS-PRB-OWNER TO WS-RPT-RECORD(29:8).
           IF WS-PRB-CLOSED-DATE NOT = 0 THEN
               MOVE WS-PRB-CLOSED-DATE TO WS-RPT-RECORD(38:8)
           END-IF.
           MOVE WS-PRB-OCCURRENCES TO WS-RPT-RECORD(47:7).
           MOVE WS-PRB-REOPEN-COUNT TO WS-RPT-RECORD(55:3).
           MOVE WS-PRB-SOURCE TO WS-RPT-RECORD(59:12).
           MOVE WS-PRB-REASON TO WS-RPT-RECORD(72:40).
           WRITE WS-RPT-RECORD.
           IF WS-PRB-NOTE NOT = SPACES THEN
               MOVE SPACES TO WS-RPT-RECORD
               STRING "       NOTE " WS-PRB-NOTE-DATE " "
                   WS-PRB-NOTE-BY " " WS-PRB-NOTE
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-TICKET-LINE-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM PROBMNT.
