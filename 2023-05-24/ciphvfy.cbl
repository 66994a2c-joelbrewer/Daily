      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 10/07/2024 JB - Vigenere bulletins (type 'V') round-trip
      *                through the VIGNCALC module under the keyword
      *                the CIPHKEY key master has in force for their
      *                class on the run date, resolved the way the
      *                cipher step resolves it. A 'V' record whose
      *                class has no Vigenere keyword in force fails
      *                verification outright, as an untabled
      *                substitution record does.
      * 10/21/2024 JB - Caught up with the check value the cipher
      *                step now stamps behind the digit byte; the
      *                record reads at its full 280 bytes.
      * 10/28/2024 JB - Caught up with the bulletin id and segment
      *                fields behind the check value; each segment
      *                of a multi-record bulletin verifies on its own
      *                and the record reads at its full 299 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHVFY.
           SELECT CIPHER-TRANS-MASTER ASSIGN TO "CIPHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNM-FILE-STATUS.
           SELECT CIPHER-KEY-MASTER ASSIGN TO "CIPHKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYM-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           05 WS-CIPH-OUT-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-CHECK PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-SEG-NO PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-SEG-COUNT PIC 9(03).
       01 WS-CIPH-OUT-HDR-RECORD.
           05 WS-CIPH-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-TRNM-ALPHABET PIC X(26).
           05 FILLER PIC X(49).

      * Key master exactly as ROTATIONAL-CIPHER reads it; only the
      * Vigenere keywords matter here, since a rotation record
      * carries its key on CIPHOUT.
       FD  CIPHER-KEY-MASTER.
       01 WS-KEYM-RECORD.
           05 WS-KEYM-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-KEYM-EFF-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KEYM-KEY PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-KEYM-EXP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KEYM-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-CIPHER PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-KEYWORD PIC X(20).
           05 FILLER PIC X(30).

       FD  VERIFY-RPT.
       01 WS-RPT-RECORD PIC X(80).

       01 WS-CLASS PIC X(04).
       01 WS-TYPE PIC X(01).
           88 WS-TYPE-SUBST VALUE 'S'.
           88 WS-TYPE-VIGENERE VALUE 'V'.
       01 WS-DIGIT-MODE-SW PIC X(01) VALUE 'N'.
           88 WS-DIGIT-MODE VALUE 'Y'.
       01 WS-ROUND-TRIP PIC X(128).
       01 WS-SUB-RESOLVED-SW PIC X(01).
           88 WS-SUB-RESOLVED VALUE 'Y'.

      * Key master table, loaded once at start of run, mirroring
      * ROTATIONAL-CIPHER's. A class's keyword resolves through
      * RESOLVE-CLASS-KEYWORD to the record with the latest
      * effective date on or before the run date that has not
      * expired; WS-KEY-RESOLVED-SW comes back 'N' when there is
      * none, or when the record in force is not a Vigenere one.
       01 WS-KEYM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KEYM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-KEYM-EOF VALUE 'Y'.
       01 WS-KEYM-COUNT PIC 9(03) VALUE 0.
       01 WS-KEYM-SCAN PIC 9(03) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 50 TIMES.
               10 WS-KEYT-CLASS PIC X(04).
               10 WS-KEYT-EFF-DATE PIC 9(08).
               10 WS-KEYT-EXP-DATE PIC 9(08).
               10 WS-KEYT-CIPHER PIC X(01).
               10 WS-KEYT-KEYWORD PIC X(20).
       01 WS-BEST-EFF-DATE PIC 9(08).
       01 WS-KEY-CIPHER PIC X(01).
       01 WS-KEYWORD PIC X(20).
       01 WS-KEY-RESOLVED-SW PIC X(01).
           88 WS-KEY-RESOLVED VALUE 'Y'.

      * Substitution working fields, mirroring ROTATIONAL-CIPHER's.
       01 WS-SUB-SOURCE PIC X(128).
       01 WS-SUB-RESULT PIC X(128).
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY VIGNWS.

       PROCEDURE DIVISION.
       MAIN.
           END-IF.
           PERFORM CHECK-CIPHOUT-HEADER.
           PERFORM LOAD-TRANS-MASTER.
           PERFORM LOAD-KEY-MASTER.
           OPEN OUTPUT VERIFY-RPT.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM OPEN-EXCEPTION-LOG.
      * match the record's original text field exactly.
       VERIFY-ONE-MESSAGE.
           ADD 1 TO WS-VERIFIED-COUNT.
           EVALUATE TRUE
           WHEN WS-TYPE-SUBST
               PERFORM SUBST-ROUND-TRIP
           WHEN WS-TYPE-VIGENERE
               PERFORM VIGENERE-ROUND-TRIP
           WHEN OTHER
               MOVE WS-CIPHER TO WS-ROTATE-SOURCE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CIPHER)) TO
                   WS-ROTATE-LEN
               END-IF
               PERFORM ROTATE-SOURCE-TO-RESULT
               MOVE WS-ROTATE-RESULT TO WS-ROUND-TRIP
           END-EVALUATE.
           IF WS-ROUND-TRIP = WS-TEXT THEN
               ADD 1 TO WS-PASSED-COUNT
           ELSE
           END-READ.
       LOAD-ONE-TRANS-RECORD-EXIT.

       LOAD-KEY-MASTER.
           OPEN INPUT CIPHER-KEY-MASTER.
           IF WS-KEYM-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-KEY-RECORD UNTIL WS-KEYM-EOF
               CLOSE CIPHER-KEY-MASTER
           ELSE
               DISPLAY "CIPHVFY: NO CIPHKEY MASTER - VIGENERE "
                   "BULLETINS WILL FAIL VERIFICATION"
           END-IF.
       LOAD-KEY-MASTER-EXIT.

      * A record from before the expiry field reads as never
      * expiring, as it does in the cipher step.
       LOAD-ONE-KEY-RECORD.
           READ CIPHER-KEY-MASTER
               AT END
                   MOVE 'Y' TO WS-KEYM-EOF-SW
               NOT AT END
                   IF WS-KEYM-COUNT >= 50 THEN
                       DISPLAY "CIPHVFY: CIPHKEY MASTER OVER 50 "
                           "ENTRIES, RECORD DROPPED: " WS-KEYM-CLASS
                   ELSE
                       ADD 1 TO WS-KEYM-COUNT
                       MOVE WS-KEYM-CLASS TO
                           WS-KEYT-CLASS(WS-KEYM-COUNT)
                       MOVE WS-KEYM-EFF-DATE TO
                           WS-KEYT-EFF-DATE(WS-KEYM-COUNT)
                       IF WS-KEYM-EXP-DATE NUMERIC THEN
                           MOVE WS-KEYM-EXP-DATE TO
                               WS-KEYT-EXP-DATE(WS-KEYM-COUNT)
                       ELSE
                           MOVE 0 TO WS-KEYT-EXP-DATE(WS-KEYM-COUNT)
                       END-IF
                       MOVE WS-KEYM-CIPHER TO
                           WS-KEYT-CIPHER(WS-KEYM-COUNT)
                       MOVE WS-KEYM-KEYWORD TO
                           WS-KEYT-KEYWORD(WS-KEYM-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-KEY-RECORD-EXIT.

      * A Vigenere encode record round-trips by deciphering its
      * cipher under the class's keyword, a decode record by
      * re-enciphering it. With no Vigenere keyword in force the
      * message can't be proven and fails, as an untabled
      * substitution record does.
       VIGENERE-ROUND-TRIP.
           PERFORM RESOLVE-CLASS-KEYWORD.
           IF NOT WS-KEY-RESOLVED THEN
               DISPLAY "CIPHVFY: NO VIGENERE KEYWORD IN FORCE FOR "
                   "CLASS " WS-CLASS " - MESSAGE FAILS"
               MOVE LOW-VALUES TO WS-ROUND-TRIP
           ELSE
               IF WS-MODE = 'D' THEN
                   MOVE 'E' TO WS-VIGN-DIRECTION
               ELSE
                   MOVE 'D' TO WS-VIGN-DIRECTION
               END-IF
               MOVE WS-KEYWORD TO WS-VIGN-KEYWORD
               MOVE WS-DIGIT-MODE-SW TO WS-VIGN-DIGITS
               MOVE WS-CIPHER TO WS-VIGN-TEXT
               CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT
               IF WS-VIGN-OK THEN
                   MOVE WS-VIGN-TEXT-OUT TO WS-ROUND-TRIP
               ELSE
                   MOVE LOW-VALUES TO WS-ROUND-TRIP
               END-IF
           END-IF.
       VIGENERE-ROUND-TRIP-EXIT.

       RESOLVE-CLASS-KEYWORD.
           MOVE 'N' TO WS-KEY-RESOLVED-SW.
           MOVE SPACE TO WS-KEY-CIPHER.
           MOVE SPACES TO WS-KEYWORD.
           MOVE 0 TO WS-BEST-EFF-DATE.
           IF WS-KEYM-COUNT > 0 THEN
               PERFORM CHECK-ONE-KEY-ENTRY
                   VARYING WS-KEYM-SCAN FROM 1 BY 1
                   UNTIL WS-KEYM-SCAN > WS-KEYM-COUNT
           END-IF.
           IF WS-KEY-CIPHER NOT = 'V' THEN
               MOVE 'N' TO WS-KEY-RESOLVED-SW
           END-IF.
       RESOLVE-CLASS-KEYWORD-EXIT.

       CHECK-ONE-KEY-ENTRY.
           IF WS-KEYT-CLASS(WS-KEYM-SCAN) = WS-CLASS
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) <= WS-RUN-DATE
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) >= WS-BEST-EFF-DATE
               AND (WS-KEYT-EXP-DATE(WS-KEYM-SCAN) = 0
                   OR WS-KEYT-EXP-DATE(WS-KEYM-SCAN) >= WS-RUN-DATE)
               THEN
               MOVE 'Y' TO WS-KEY-RESOLVED-SW
               MOVE WS-KEYT-EFF-DATE(WS-KEYM-SCAN) TO WS-BEST-EFF-DATE
               MOVE WS-KEYT-CIPHER(WS-KEYM-SCAN) TO WS-KEY-CIPHER
               MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO WS-KEYWORD
           END-IF.
       CHECK-ONE-KEY-ENTRY-EXIT.

      * A substitution encode record round-trips by decoding its
      * cipher back through the class's alphabet; a decode record by
      * re-encoding it, the same pairing the rotation path uses. A
