      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/23/2024
      * Purpose: To maintain the keyed FORBMSTR forbidden-word master
      *          the FORBSCRN style-guide screen enforces: ADD puts a
      *          word (or phrase) on the master with its category
      *          and the action to take on it, CHANGE alters an
      *          entry, DELETE takes one off, and LIST prints the
      *          whole master for the editors. The editors' list
      *          has lived on a sheet of paper pinned over the desk
      *          until now.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/23/2024 JB - First cut. Words are keyed upper case, so a
      *                 card keyed in any case finds its entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBIDDEN-MASTER ASSIGN TO "FORBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-FORB-WORD
               FILE STATUS IS WS-FORB-FILE-STATUS.
           SELECT FORB-PARM ASSIGN TO "FORBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FORB-RPT ASSIGN TO "FORBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout FORBSCRN screens against. The category
      * is 'T' trademark, 'S' slur, 'R' retired sponsor or 'O'
      * other; the action 'R' rejects the text, 'W' warns and lets
      * it through, 'S' substitutes WS-FORB-SUBSTITUTE for it.
       FD  FORBIDDEN-MASTER.
       01 WS-FORB-RECORD.
           05 WS-FORB-WORD PIC X(30).
           05 WS-FORB-CATEGORY PIC X(01).
           05 WS-FORB-ACTION PIC X(01).
           05 WS-FORB-SUBSTITUTE PIC X(30).
           05 WS-FORB-ADDED-DATE PIC 9(08).
           05 WS-FORB-ADDED-BY PIC X(08).
           05 FILLER PIC X(02).

      * One function card per record - the whole file applies, so
      * a batch of words lands in one run:
      *   ADD    c a wwwwwwwwwwwwwwwwwwwwwwwwwwwwww ssssssssssssss...
      *   CHANGE c a wwwwwwwwwwwwwwwwwwwwwwwwwwwwww ssssssssssssss...
      *   DELETE     wwwwwwwwwwwwwwwwwwwwwwwwwwwwww
      *   LIST
      * Category in column 8, action in column 10, the word or
      * phrase in columns 12-41 and the substitute in 43-72.
       FD  FORB-PARM.
       01 WS-FORBP-RECORD.
           05 WS-FORBP-FUNC PIC X(06).
           05 FILLER PIC X(01).
           05 WS-FORBP-CATEGORY PIC X(01).
           05 FILLER PIC X(01).
           05 WS-FORBP-ACTION PIC X(01).
           05 FILLER PIC X(01).
           05 WS-FORBP-WORD PIC X(30).
           05 FILLER PIC X(01).
           05 WS-FORBP-SUBSTITUTE PIC X(30).
           05 FILLER PIC X(08).

       FD  FORB-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-FORB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(06) VALUE SPACES.
       01 WS-CARD-CATEGORY PIC X(01) VALUE SPACE.
           88 WS-CARD-CATEGORY-OK VALUE 'T' 'S' 'R' 'O'.
       01 WS-CARD-ACTION PIC X(01) VALUE SPACE.
           88 WS-CARD-ACTION-OK VALUE 'R' 'W' 'S'.
       01 WS-CARD-WORD PIC X(30) VALUE SPACES.
       01 WS-CARD-SUBSTITUTE PIC X(30) VALUE SPACES.
       01 WS-CARD-REASON PIC X(40) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(05) VALUE 0.
       01 WS-MASTER-COUNT PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      * FORBSCRN holds the master in a 500-entry table; the warning
      * comes in time to prune the list before words stop being
      * screened.
       01 WS-MASTER-WARN-LIMIT PIC 9(05) VALUE 450.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'FORBMNT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-FORBIDDEN-MASTER.
           PERFORM OPEN-EXCEPTION-LOG.
           OPEN INPUT FORB-PARM.
           IF WS-PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "FORBMNT: NO FUNCTION CARDS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-ONE-CARD UNTIL WS-EOF
               CLOSE FORB-PARM
           END-IF.
           PERFORM COUNT-THE-MASTER.
           CLOSE FORBIDDEN-MASTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           DISPLAY "FORBMNT: " WS-APPLIED-COUNT " CARDS APPLIED "
               WS-REJECTED-COUNT " REJECTED - " WS-MASTER-COUNT
               " WORDS ON THE MASTER".
           STOP RUN.
       MAIN-EXIT.

       OPEN-FORBIDDEN-MASTER.
           OPEN I-O FORBIDDEN-MASTER.
           IF WS-FORB-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT FORBIDDEN-MASTER
               CLOSE FORBIDDEN-MASTER
               OPEN I-O FORBIDDEN-MASTER
           END-IF.
       OPEN-FORBIDDEN-MASTER-EXIT.

       APPLY-ONE-CARD.
           READ FORB-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-FORBP-FUNC TO WS-FUNC
                   MOVE WS-FORBP-CATEGORY TO WS-CARD-CATEGORY
                   MOVE WS-FORBP-ACTION TO WS-CARD-ACTION
                   MOVE WS-FORBP-WORD TO WS-CARD-WORD
                   MOVE WS-FORBP-SUBSTITUTE TO WS-CARD-SUBSTITUTE
                   INSPECT WS-FUNC CONVERTING WS-LOWER-ALPHABET
                       TO WS-UPPER-ALPHABET
                   INSPECT WS-CARD-CATEGORY CONVERTING
                       WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                   INSPECT WS-CARD-ACTION CONVERTING
                       WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                   INSPECT WS-CARD-WORD CONVERTING
                       WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET
                   EVALUATE WS-FUNC
                   WHEN 'ADD'
                       PERFORM APPLY-ADD
                   WHEN 'CHANGE'
                       PERFORM APPLY-CHANGE
                   WHEN 'DELETE'
                       PERFORM APPLY-DELETE
                   WHEN 'LIST'
                       PERFORM LIST-THE-MASTER
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "FORBMNT: UNKNOWN FUNCTION '"
                           WS-FUNC "' - CARD IGNORED"
                   END-EVALUATE
           END-READ.
       APPLY-ONE-CARD-EXIT.

      * ADD and CHANGE carry the whole entry and are edited the same
      * way; the reason for a bad card goes out on EXCPLOG.
       EDIT-ENTRY-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           EVALUATE TRUE
           WHEN WS-CARD-WORD = SPACES
               MOVE 'CARD NAMES NO WORD' TO WS-CARD-REASON
           WHEN WS-CARD-WORD(1:1) = SPACE
               MOVE 'WORD MUST START IN COLUMN 12' TO
                   WS-CARD-REASON
           WHEN NOT WS-CARD-CATEGORY-OK
               MOVE 'CATEGORY MUST BE T, S, R OR O' TO
                   WS-CARD-REASON
           WHEN NOT WS-CARD-ACTION-OK
               MOVE 'ACTION MUST BE R, W OR S' TO WS-CARD-REASON
           WHEN WS-CARD-ACTION = 'S' AND
               WS-CARD-SUBSTITUTE = SPACES
               MOVE 'SUBSTITUTE ACTION NEEDS A SUBSTITUTE' TO
                   WS-CARD-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EDIT-ENTRY-CARD-EXIT.

       APPLY-ADD.
           PERFORM EDIT-ENTRY-CARD.
           IF WS-CARD-REASON = SPACES THEN
               PERFORM LOOKUP-ONE-WORD
               IF WS-FOUND THEN
                   MOVE 'WORD IS ALREADY ON THE MASTER' TO
                       WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               INITIALIZE WS-FORB-RECORD WITH FILLER
               MOVE WS-CARD-WORD TO WS-FORB-WORD
               PERFORM MOVE-CARD-TO-ENTRY
               MOVE WS-RUN-DATE TO WS-FORB-ADDED-DATE
               MOVE WS-OPERATOR-ID TO WS-FORB-ADDED-BY
               WRITE WS-FORB-RECORD
                   INVALID KEY
                       DISPLAY "FORBMNT: WRITE FAILED"
               END-WRITE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "FORBMNT: ADDED " WS-CARD-WORD
           END-IF.
       APPLY-ADD-EXIT.

      * The date and operator that first put the word on the master
      * stay as they were; AUDITLOG has who ran the change.
       APPLY-CHANGE.
           PERFORM EDIT-ENTRY-CARD.
           IF WS-CARD-REASON = SPACES THEN
               PERFORM LOOKUP-ONE-WORD
               IF NOT WS-FOUND THEN
                   MOVE 'CHANGE NAMED A WORD NOT ON THE MASTER' TO
                       WS-CARD-REASON
               END-IF
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               PERFORM MOVE-CARD-TO-ENTRY
               REWRITE WS-FORB-RECORD
                   INVALID KEY
                       DISPLAY "FORBMNT: REWRITE FAILED"
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "FORBMNT: CHANGED " WS-CARD-WORD
           END-IF.
       APPLY-CHANGE-EXIT.

       APPLY-DELETE.
           MOVE SPACES TO WS-CARD-REASON.
           PERFORM LOOKUP-ONE-WORD.
           IF WS-FOUND THEN
               DELETE FORBIDDEN-MASTER
                   INVALID KEY
                       DISPLAY "FORBMNT: DELETE FAILED"
               END-DELETE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "FORBMNT: DELETED " WS-CARD-WORD
           ELSE
               MOVE 'DELETE NAMED A WORD NOT ON THE MASTER' TO
                   WS-CARD-REASON
               PERFORM REJECT-ONE-CARD
           END-IF.
       APPLY-DELETE-EXIT.

      * Only a substitute entry carries a substitute; one keyed on
      * a warn or reject card is dropped.
       MOVE-CARD-TO-ENTRY.
           MOVE WS-CARD-CATEGORY TO WS-FORB-CATEGORY.
           MOVE WS-CARD-ACTION TO WS-FORB-ACTION.
           IF WS-CARD-ACTION = 'S' THEN
               MOVE WS-CARD-SUBSTITUTE TO WS-FORB-SUBSTITUTE
           ELSE
               MOVE SPACES TO WS-FORB-SUBSTITUTE
           END-IF.
       MOVE-CARD-TO-ENTRY-EXIT.

       REJECT-ONE-CARD.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "FORBMNT: " WS-FUNC " REJECTED - " WS-CARD-REASON.
           MOVE 'FORBMNT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-CARD-WORD TO WS-EXCP-KEY-PARM.
           MOVE WS-CARD-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-ONE-CARD-EXIT.

       LOOKUP-ONE-WORD.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-CARD-WORD TO WS-FORB-WORD.
           READ FORBIDDEN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       LOOKUP-ONE-WORD-EXIT.

       LIST-THE-MASTER.
           MOVE 0 TO WS-LISTED-COUNT.
           OPEN OUTPUT FORB-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "FORBIDDEN-WORD MASTER - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "WORD                           C A "
               "SUBSTITUTE                     ADDED    BY"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE LOW-VALUES TO WS-FORB-WORD.
           START FORBIDDEN-MASTER KEY >= WS-FORB-WORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM LIST-ONE-WORD UNTIL WS-EOF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE WS-LISTED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "WORDS LISTED: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           CLOSE FORB-RPT.
       LIST-THE-MASTER-EXIT.

       LIST-ONE-WORD.
           READ FORBIDDEN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   MOVE SPACES TO WS-RPT-RECORD
                   MOVE WS-FORB-WORD TO WS-RPT-RECORD(1:30)
                   MOVE WS-FORB-CATEGORY TO WS-RPT-RECORD(32:1)
                   MOVE WS-FORB-ACTION TO WS-RPT-RECORD(34:1)
                   MOVE WS-FORB-SUBSTITUTE TO WS-RPT-RECORD(36:30)
                   MOVE WS-FORB-ADDED-DATE TO WS-RPT-RECORD(67:8)
                   MOVE WS-FORB-ADDED-BY TO WS-RPT-RECORD(76:8)
                   WRITE WS-RPT-RECORD
           END-READ.
       LIST-ONE-WORD-EXIT.

      * Counted after the cards apply, so the warning reflects the
      * master the screen will load tonight.
       COUNT-THE-MASTER.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO WS-FORB-WORD.
           START FORBIDDEN-MASTER KEY >= WS-FORB-WORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM COUNT-ONE-WORD UNTIL WS-EOF.
           IF WS-MASTER-COUNT > WS-MASTER-WARN-LIMIT THEN
               DISPLAY "FORBMNT: " WS-MASTER-COUNT " WORDS ON THE "
                   "MASTER - THE SCREEN HOLDS 500"
               MOVE 'FORBMNT' TO WS-EXCP-SOURCE-PARM
               MOVE 'FORBMSTR' TO WS-EXCP-KEY-PARM
               MOVE 'MASTER NEARING THE 500-WORD SCREEN LIMIT' TO
                   WS-EXCP-REASON-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           END-IF.
       COUNT-THE-MASTER-EXIT.

       COUNT-ONE-WORD.
           READ FORBIDDEN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
           END-READ.
       COUNT-ONE-WORD-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM FORBMNT.
