      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/04/2024
      * Purpose: To maintain the keyed EMBMSTR embargo master the
      *          cipher step holds dated bulletins on: LIST prints
      *          the whole master for the editors, CANCEL kills an
      *          embargo so it never goes out, and FORWARD brings
      *          its release date forward when a fixture draw or
      *          result may go out early. Either action on a record
      *          of a multi-record bulletin applies to every held
      *          record of that bulletin, so its segments always
      *          release together.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/04/2024 JB - First cut. Only a held embargo can be
      *                 cancelled or brought forward; a released or
      *                 cancelled one stays on the master as history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARGO-MASTER ASSIGN TO "EMBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-EMB-NO
               FILE STATUS IS WS-EMB-FILE-STATUS.
           SELECT EMB-PARM ASSIGN TO "EMBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT EMB-RPT ASSIGN TO "EMBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Embargo master exactly as ROTATIONAL-CIPHER writes it, the
      * held CIPHIN record broken out where the listing needs it.
       FD  EMBARGO-MASTER.
       01 WS-EMB-RECORD.
           05 WS-EMB-NO PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-EMB-STATUS PIC X(01).
               88 WS-EMB-HELD VALUE 'H'.
               88 WS-EMB-RELEASED VALUE 'R'.
               88 WS-EMB-CANCELLED VALUE 'C'.
           05 FILLER PIC X(01).
           05 WS-EMB-RELEASE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-EMB-HELD-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-EMB-ACTION-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-EMB-ACTION-BY PIC X(08).
           05 FILLER PIC X(01).
           05 WS-EMB-IMAGE.
               10 FILLER PIC X(03).
               10 WS-EMB-TEXT PIC X(128).
               10 FILLER PIC X(03).
               10 WS-EMB-CLASS PIC X(04).
               10 FILLER PIC X(03).
               10 WS-EMB-BULLETIN-ID PIC X(10).
               10 FILLER PIC X(01).
               10 WS-EMB-SEG-NO PIC X(03).
               10 FILLER PIC X(01).
               10 WS-EMB-SEG-COUNT PIC X(03).
               10 FILLER PIC X(09).
           05 FILLER PIC X(20).

      * One function card per record - the whole file applies:
      *   CANCEL  nnnnnn
      *   FORWARD nnnnnn yyyymmdd
      *   LIST
      * Embargo number in columns 9-14, the new release date in
      * columns 16-23.
       FD  EMB-PARM.
       01 WS-EMBP-RECORD.
           05 WS-EMBP-FUNC PIC X(07).
           05 FILLER PIC X(01).
           05 WS-EMBP-NO PIC X(06).
           05 FILLER PIC X(01).
           05 WS-EMBP-DATE PIC X(08).
           05 FILLER PIC X(57).

       FD  EMB-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-EMB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-EMB-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EMB-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(07) VALUE SPACES.
       01 WS-CARD-NO PIC 9(06) VALUE 0.
       01 WS-CARD-DATE PIC 9(08) VALUE 0.
       01 WS-CARD-REASON PIC X(40) VALUE SPACES.
       01 WS-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FOUND VALUE 'Y'.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      * The bulletin the carded embargo belongs to, and what the
      * card does to each held record of it.
       01 WS-TARGET-BULLETIN-ID PIC X(10) VALUE SPACES.
       01 WS-TARGET-STATUS PIC X(01) VALUE SPACE.
       01 WS-TARGET-DATE PIC 9(08) VALUE 0.
       01 WS-TOUCHED-COUNT PIC 9(05) VALUE 0.

      * Listing totals.
       01 WS-LISTED-COUNT PIC 9(05) VALUE 0.
       01 WS-LIST-HELD PIC 9(05) VALUE 0.
       01 WS-LIST-RELEASED PIC 9(05) VALUE 0.
       01 WS-LIST-CANCELLED PIC 9(05) VALUE 0.
       01 WS-RPT-COUNT PIC ZZZZ9.
       01 WS-RPT-COUNT-2 PIC ZZZZ9.
       01 WS-RPT-COUNT-3 PIC ZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'EMBMNT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EMBARGO-MASTER.
           PERFORM OPEN-EXCEPTION-LOG.
           OPEN INPUT EMB-PARM.
           IF WS-PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "EMBMNT: NO FUNCTION CARDS"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM APPLY-ONE-CARD UNTIL WS-EOF
               CLOSE EMB-PARM
           END-IF.
           CLOSE EMBARGO-MASTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           DISPLAY "EMBMNT: " WS-APPLIED-COUNT " CARDS APPLIED "
               WS-REJECTED-COUNT " REJECTED".
           STOP RUN.
       MAIN-EXIT.

       OPEN-EMBARGO-MASTER.
           OPEN I-O EMBARGO-MASTER.
           IF WS-EMB-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT EMBARGO-MASTER
               CLOSE EMBARGO-MASTER
               OPEN I-O EMBARGO-MASTER
           END-IF.
       OPEN-EMBARGO-MASTER-EXIT.

       APPLY-ONE-CARD.
           READ EMB-PARM
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-EMBP-FUNC TO WS-FUNC
                   INSPECT WS-FUNC CONVERTING WS-LOWER-ALPHABET
                       TO WS-UPPER-ALPHABET
                   EVALUATE WS-FUNC
                   WHEN 'CANCEL'
                       PERFORM APPLY-CANCEL
                   WHEN 'FORWARD'
                       PERFORM APPLY-FORWARD
                   WHEN 'LIST'
                       PERFORM LIST-THE-MASTER
                   WHEN OTHER
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "EMBMNT: UNKNOWN FUNCTION '"
                           WS-FUNC "' - CARD IGNORED"
                   END-EVALUATE
           END-READ.
       APPLY-ONE-CARD-EXIT.

      * Both functions name an embargo still held; the reason for
      * a bad card goes out on EXCPLOG.
       EDIT-EMBARGO-CARD.
           MOVE SPACES TO WS-CARD-REASON.
           MOVE 0 TO WS-CARD-NO.
           IF WS-EMBP-NO NUMERIC THEN
               MOVE WS-EMBP-NO TO WS-CARD-NO
               PERFORM LOOKUP-ONE-EMBARGO
               EVALUATE TRUE
               WHEN NOT WS-FOUND
                   MOVE 'CARD NAMED AN EMBARGO NOT ON THE MASTER'
                       TO WS-CARD-REASON
               WHEN NOT WS-EMB-HELD
                   MOVE 'EMBARGO IS NO LONGER HELD' TO
                       WS-CARD-REASON
               WHEN OTHER
                   MOVE WS-EMB-BULLETIN-ID TO WS-TARGET-BULLETIN-ID
               END-EVALUATE
           ELSE
               MOVE 'EMBARGO NUMBER MUST BE SIX DIGITS IN COL 9'
                   TO WS-CARD-REASON
           END-IF.
       EDIT-EMBARGO-CARD-EXIT.

       APPLY-CANCEL.
           PERFORM EDIT-EMBARGO-CARD.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               MOVE 'C' TO WS-TARGET-STATUS
               MOVE 0 TO WS-TARGET-DATE
               PERFORM ACT-ON-BULLETIN
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "EMBMNT: CANCELLED " WS-CARD-NO " - "
                   WS-TOUCHED-COUNT " RECORDS"
           END-IF.
       APPLY-CANCEL-EXIT.

      * The new date must be a real date, no earlier than the
      * business date and earlier than the one it replaces; a
      * date that has already come round releases the embargo on
      * the next night the chain runs.
       APPLY-FORWARD.
           PERFORM EDIT-EMBARGO-CARD.
           IF WS-CARD-REASON = SPACES THEN
               PERFORM EDIT-FORWARD-DATE
           END-IF.
           IF WS-CARD-REASON NOT = SPACES THEN
               PERFORM REJECT-ONE-CARD
           ELSE
               MOVE 'H' TO WS-TARGET-STATUS
               MOVE WS-CARD-DATE TO WS-TARGET-DATE
               PERFORM ACT-ON-BULLETIN
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "EMBMNT: BROUGHT FORWARD " WS-CARD-NO " TO "
                   WS-CARD-DATE " - " WS-TOUCHED-COUNT " RECORDS"
           END-IF.
       APPLY-FORWARD-EXIT.

       EDIT-FORWARD-DATE.
           MOVE 0 TO WS-CARD-DATE.
           IF WS-EMBP-DATE NUMERIC THEN
               MOVE WS-EMBP-DATE TO WS-CARD-DATE
               MOVE 'INFO' TO WS-DATC-FUNCTION
               MOVE WS-CARD-DATE TO WS-DATC-DATE-1
               MOVE 0 TO WS-DATC-DATE-2
               MOVE 0 TO WS-DATC-DAYS
               CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT
           END-IF.
           EVALUATE TRUE
           WHEN WS-CARD-DATE = 0
               MOVE 'NEW RELEASE DATE MUST BE YYYYMMDD IN COL 16'
                   TO WS-CARD-REASON
           WHEN NOT WS-DATC-OK
               MOVE 'NEW RELEASE DATE IS NO REAL DATE' TO
                   WS-CARD-REASON
           WHEN WS-CARD-DATE < WS-RUN-DATE
               MOVE 'NEW RELEASE DATE IS BEFORE THE BUSINESS DATE'
                   TO WS-CARD-REASON
           WHEN WS-CARD-DATE NOT < WS-EMB-RELEASE-DATE
               MOVE 'NEW RELEASE DATE IS NOT EARLIER' TO
                   WS-CARD-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       EDIT-FORWARD-DATE-EXIT.

      * A one-record bulletin is acted on alone; a bulletin id takes
      * in every held record carrying it.
       ACT-ON-BULLETIN.
           MOVE 0 TO WS-TOUCHED-COUNT.
           IF WS-TARGET-BULLETIN-ID = SPACES THEN
               PERFORM ACT-ON-ONE-EMBARGO
           ELSE
               MOVE 'N' TO WS-EMB-EOF-SW
               MOVE 0 TO WS-EMB-NO
               START EMBARGO-MASTER KEY >= WS-EMB-NO
                   INVALID KEY
                       MOVE 'Y' TO WS-EMB-EOF-SW
               END-START
               PERFORM ACT-ON-NEXT-EMBARGO UNTIL WS-EMB-EOF
           END-IF.
       ACT-ON-BULLETIN-EXIT.

       ACT-ON-NEXT-EMBARGO.
           READ EMBARGO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMB-EOF-SW
               NOT AT END
                   IF WS-EMB-HELD AND
                       WS-EMB-BULLETIN-ID = WS-TARGET-BULLETIN-ID THEN
                       PERFORM ACT-ON-ONE-EMBARGO
                   END-IF
           END-READ.
       ACT-ON-NEXT-EMBARGO-EXIT.

      * A bring-forward leaves the embargo held under its new date;
      * the release stamps the action date when it goes out.
       ACT-ON-ONE-EMBARGO.
           IF WS-TARGET-STATUS = 'C' THEN
               MOVE 'C' TO WS-EMB-STATUS
               MOVE WS-RUN-DATE TO WS-EMB-ACTION-DATE
           ELSE
               MOVE WS-TARGET-DATE TO WS-EMB-RELEASE-DATE
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-EMB-ACTION-BY.
           REWRITE WS-EMB-RECORD
               INVALID KEY
                   DISPLAY "EMBMNT: REWRITE FAILED FOR " WS-EMB-NO
           END-REWRITE.
           ADD 1 TO WS-TOUCHED-COUNT.
       ACT-ON-ONE-EMBARGO-EXIT.

       REJECT-ONE-CARD.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY "EMBMNT: " WS-FUNC " REJECTED - " WS-CARD-REASON.
           MOVE 'EMBMNT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-EMBP-NO TO WS-EXCP-KEY-PARM.
           MOVE WS-CARD-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-ONE-CARD-EXIT.

       LOOKUP-ONE-EMBARGO.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE WS-CARD-NO TO WS-EMB-NO.
           READ EMBARGO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-SW
           END-READ.
       LOOKUP-ONE-EMBARGO-EXIT.

       LIST-THE-MASTER.
           MOVE 0 TO WS-LISTED-COUNT.
           MOVE 0 TO WS-LIST-HELD.
           MOVE 0 TO WS-LIST-RELEASED.
           MOVE 0 TO WS-LIST-CANCELLED.
           OPEN OUTPUT EMB-RPT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "BULLETIN EMBARGO MASTER - RUN ID " WS-RUN-ID
               " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "EMB NO S RELEASE  HELD     ACTION   BY       "
               "BULLETIN   SEGMENT CLAS TEXT"
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'N' TO WS-EMB-EOF-SW.
           MOVE 0 TO WS-EMB-NO.
           START EMBARGO-MASTER KEY >= WS-EMB-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EMB-EOF-SW
           END-START.
           PERFORM LIST-ONE-EMBARGO UNTIL WS-EMB-EOF.
           MOVE WS-LISTED-COUNT TO WS-RPT-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "EMBARGOES LISTED: " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-LIST-HELD TO WS-RPT-COUNT.
           MOVE WS-LIST-RELEASED TO WS-RPT-COUNT-2.
           MOVE WS-LIST-CANCELLED TO WS-RPT-COUNT-3.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  HELD " WS-RPT-COUNT
               "  RELEASED " WS-RPT-COUNT-2
               "  CANCELLED " WS-RPT-COUNT-3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           CLOSE EMB-RPT.
       LIST-THE-MASTER-EXIT.

       LIST-ONE-EMBARGO.
           READ EMBARGO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EMB-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LISTED-COUNT
                   EVALUATE TRUE
                   WHEN WS-EMB-HELD
                       ADD 1 TO WS-LIST-HELD
                   WHEN WS-EMB-RELEASED
                       ADD 1 TO WS-LIST-RELEASED
                   WHEN OTHER
                       ADD 1 TO WS-LIST-CANCELLED
                   END-EVALUATE
                   MOVE SPACES TO WS-RPT-RECORD
                   MOVE WS-EMB-NO TO WS-RPT-RECORD(1:6)
                   MOVE WS-EMB-STATUS TO WS-RPT-RECORD(8:1)
                   MOVE WS-EMB-RELEASE-DATE TO WS-RPT-RECORD(10:8)
                   MOVE WS-EMB-HELD-DATE TO WS-RPT-RECORD(19:8)
                   IF WS-EMB-ACTION-DATE NOT = 0 THEN
                       MOVE WS-EMB-ACTION-DATE TO
                           WS-RPT-RECORD(28:8)
                   END-IF
                   MOVE WS-EMB-ACTION-BY TO WS-RPT-RECORD(37:8)
                   MOVE WS-EMB-BULLETIN-ID TO WS-RPT-RECORD(46:10)
                   IF WS-EMB-BULLETIN-ID NOT = SPACES THEN
                       MOVE WS-EMB-SEG-NO TO WS-RPT-RECORD(57:3)
                       MOVE '/' TO WS-RPT-RECORD(60:1)
                       MOVE WS-EMB-SEG-COUNT TO WS-RPT-RECORD(61:3)
                   END-IF
                   MOVE WS-EMB-CLASS TO WS-RPT-RECORD(65:4)
                   MOVE WS-EMB-TEXT TO WS-RPT-RECORD(70:31)
                   WRITE WS-RPT-RECORD
           END-READ.
       LIST-ONE-EMBARGO-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM EMBMNT.
