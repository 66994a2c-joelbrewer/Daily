      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/11/2024
      * Purpose: One bulletin, many partners, and until now one key:
      *          every DISTnn copy of a class went out under the
      *          class's CIPHKEY key, so a partner who lost their
      *          key lost every other partner's traffic with it.
      *          CIPHRTE now names a key class per recipient, and
      *          this module enciphers a copy under the key that
      *          class has in force on the business date - see the
      *          RCPTWS copybook for the calling fields - so that
      *          CIPHDIST and CIPHARCH's re-issue can never
      *          disagree on what a partner was sent.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/11/2024 JB - First cut. The key resolves as the cipher
      *                 step resolves a class key, expiry honored;
      *                 the rotation mirrors ROTATIONAL-CIPHER's
      *                 ENCODE-TEXT, digit mode included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCPTCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIPHER-KEY-MASTER ASSIGN TO "CIPHKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Key master exactly as ROTATIONAL-CIPHER reads it.
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

       WORKING-STORAGE SECTION.
       01 WS-KEYM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KEYM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-KEYM-EOF VALUE 'Y'.
       01 WS-FIRST-CALL-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y'.

      * Key master table, loaded on the first call and kept for the
      * rest of the run.
       01 WS-KEYM-COUNT PIC 9(03) VALUE 0.
       01 WS-KEYM-SCAN PIC 9(03) VALUE 0.
       01 WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 50 TIMES.
               10 WS-KEYT-CLASS PIC X(04).
               10 WS-KEYT-EFF-DATE PIC 9(08).
               10 WS-KEYT-EXP-DATE PIC 9(08).
               10 WS-KEYT-KEY PIC 9(02).
               10 WS-KEYT-DIGITS PIC X(01).
               10 WS-KEYT-CIPHER PIC X(01).
               10 WS-KEYT-KEYWORD PIC X(20).
       01 WS-BEST-EFF-DATE PIC 9(08).
       01 WS-KEY-CIPHER PIC X(01).
       01 WS-KEYWORD PIC X(20).
       01 WS-DIGIT-MODE-SW PIC X(01) VALUE 'N'.
           88 WS-DIGIT-MODE VALUE 'Y'.

      * Rotate working fields, mirroring ROTATIONAL-CIPHER's.
       01 WS-ROTATE-SOURCE PIC X(128).
       01 WS-ROTATE-RESULT PIC X(128).
       01 WS-ROTATE-LEN PIC 999.
       01 WS-ROT-AMOUNT PIC 99.
       01 WS-DIG-AMOUNT PIC 9(01).
       01 WS-INDEX PIC 999.
       01 WS-CHAR PIC X(01).
       01 WS-CHAR-NUM PIC 99.

       COPY VIGNWS.

       LINKAGE SECTION.
       01 LNK-REQUEST.
           05 LNK-KEY-CLASS PIC X(04).
           05 LNK-DATE PIC 9(08).
           05 LNK-TEXT PIC X(128).
       01 LNK-RESULT.
           05 LNK-STATE PIC X(01).
           05 LNK-EFF-DATE PIC 9(08).
           05 LNK-KEY PIC 9(02).
           05 LNK-TYPE PIC X(01).
           05 LNK-DIGITS PIC X(01).
           05 LNK-CIPHER PIC X(128).

       PROCEDURE DIVISION USING LNK-REQUEST LNK-RESULT.
       ENCIPHER-RECIPIENT-COPY.
           IF WS-FIRST-CALL THEN
               PERFORM LOAD-KEY-MASTER
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
           MOVE LNK-TEXT TO LNK-CIPHER.
           MOVE 0 TO LNK-KEY.
           MOVE SPACE TO LNK-TYPE.
           MOVE 'N' TO LNK-DIGITS.
           PERFORM RESOLVE-RECIPIENT-KEY.
           MOVE WS-BEST-EFF-DATE TO LNK-EFF-DATE.
           IF LNK-STATE = 'Y' THEN
               MOVE WS-DIGIT-MODE-SW TO LNK-DIGITS
               IF WS-KEY-CIPHER = 'V' THEN
                   PERFORM VIGENERE-ENCODE-COPY
               ELSE
                   PERFORM ROTATE-ENCODE-COPY
               END-IF
           END-IF.
           GOBACK.
       ENCIPHER-RECIPIENT-COPY-EXIT.

       LOAD-KEY-MASTER.
           OPEN INPUT CIPHER-KEY-MASTER.
           IF WS-KEYM-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-KEY-RECORD UNTIL WS-KEYM-EOF
               CLOSE CIPHER-KEY-MASTER
           ELSE
               DISPLAY "RCPTCALC: NO CIPHKEY MASTER - NO RECIPIENT "
                   "KEY WILL RESOLVE"
           END-IF.
       LOAD-KEY-MASTER-EXIT.

      * A record from before the expiry field reads as never
      * expiring, and the digit flag 'D' reads as digit mode, as
      * they do in the cipher step.
       LOAD-ONE-KEY-RECORD.
           READ CIPHER-KEY-MASTER
               AT END
                   MOVE 'Y' TO WS-KEYM-EOF-SW
               NOT AT END
                   IF WS-KEYM-COUNT >= 50 THEN
                       DISPLAY "RCPTCALC: CIPHKEY MASTER OVER 50 "
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
                       MOVE WS-KEYM-KEY TO
                           WS-KEYT-KEY(WS-KEYM-COUNT)
                       IF WS-KEYM-DIGITS = 'D' THEN
                           MOVE 'Y' TO WS-KEYT-DIGITS(WS-KEYM-COUNT)
                       ELSE
                           MOVE 'N' TO WS-KEYT-DIGITS(WS-KEYM-COUNT)
                       END-IF
                       MOVE WS-KEYM-CIPHER TO
                           WS-KEYT-CIPHER(WS-KEYM-COUNT)
                       MOVE WS-KEYM-KEYWORD TO
                           WS-KEYT-KEYWORD(WS-KEYM-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-KEY-RECORD-EXIT.

      * The latest effective record on or before the date, expired
      * records never resolving.
       RESOLVE-RECIPIENT-KEY.
           MOVE 'N' TO LNK-STATE.
           MOVE 0 TO WS-BEST-EFF-DATE.
           MOVE SPACE TO WS-KEY-CIPHER.
           MOVE SPACES TO WS-KEYWORD.
           MOVE 'N' TO WS-DIGIT-MODE-SW.
           IF WS-KEYM-COUNT > 0 AND LNK-KEY-CLASS NOT = SPACES THEN
               PERFORM CHECK-ONE-KEY-ENTRY
                   VARYING WS-KEYM-SCAN FROM 1 BY 1
                   UNTIL WS-KEYM-SCAN > WS-KEYM-COUNT
           END-IF.
       RESOLVE-RECIPIENT-KEY-EXIT.

       CHECK-ONE-KEY-ENTRY.
           IF WS-KEYT-CLASS(WS-KEYM-SCAN) = LNK-KEY-CLASS
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) <= LNK-DATE
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) >= WS-BEST-EFF-DATE
               AND (WS-KEYT-EXP-DATE(WS-KEYM-SCAN) = 0
                   OR WS-KEYT-EXP-DATE(WS-KEYM-SCAN) >= LNK-DATE)
               THEN
               MOVE 'Y' TO LNK-STATE
               MOVE WS-KEYT-EFF-DATE(WS-KEYM-SCAN) TO WS-BEST-EFF-DATE
               MOVE WS-KEYT-KEY(WS-KEYM-SCAN) TO LNK-KEY
               MOVE WS-KEYT-DIGITS(WS-KEYM-SCAN) TO WS-DIGIT-MODE-SW
               MOVE WS-KEYT-CIPHER(WS-KEYM-SCAN) TO WS-KEY-CIPHER
               MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO WS-KEYWORD
           END-IF.
       CHECK-ONE-KEY-ENTRY-EXIT.

      * A Vigenere copy carries key 00 on its record, as the cipher
      * step writes one. A keyword VIGNCALC will not take leaves
      * the text as it came.
       VIGENERE-ENCODE-COPY.
           MOVE 'V' TO LNK-TYPE.
           MOVE 0 TO LNK-KEY.
           MOVE 'E' TO WS-VIGN-DIRECTION.
           MOVE WS-KEYWORD TO WS-VIGN-KEYWORD.
           MOVE WS-DIGIT-MODE-SW TO WS-VIGN-DIGITS.
           MOVE LNK-TEXT TO WS-VIGN-TEXT.
           CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT.
           IF WS-VIGN-OK THEN
               MOVE WS-VIGN-TEXT-OUT TO LNK-CIPHER
           ELSE
               MOVE 'B' TO LNK-STATE
           END-IF.
       VIGENERE-ENCODE-COPY-EXIT.

       ROTATE-ENCODE-COPY.
           MOVE 'R' TO LNK-TYPE.
           MOVE LNK-TEXT TO WS-ROTATE-SOURCE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-TEXT)) TO
               WS-ROTATE-LEN.
           MOVE LNK-KEY TO WS-ROT-AMOUNT.
           COMPUTE WS-DIG-AMOUNT = FUNCTION MOD(LNK-KEY, 10).
           MOVE SPACES TO WS-ROTATE-RESULT.
           MOVE 1 TO WS-INDEX.
           PERFORM ROTATE-ONE-CHAR UNTIL WS-INDEX > WS-ROTATE-LEN.
           MOVE WS-ROTATE-RESULT TO LNK-CIPHER.
       ROTATE-ENCODE-COPY-EXIT.

      * Mirrors ROTATIONAL-CIPHER's rotation, digit mode included -
      * a change there needs the same change here.
       ROTATE-ONE-CHAR.
           MOVE WS-ROTATE-SOURCE(WS-INDEX:1) TO WS-CHAR.
           EVALUATE TRUE
           WHEN WS-CHAR >= 'A' AND WS-CHAR <= 'Z'
               COMPUTE WS-CHAR-NUM =
                   FUNCTION MOD(FUNCTION ORD(WS-CHAR) - 66 +
                       WS-ROT-AMOUNT, 26)
               MOVE FUNCTION CHAR(WS-CHAR-NUM + 66) TO WS-CHAR
           WHEN WS-CHAR >= 'a' AND WS-CHAR <= 'z'
               COMPUTE WS-CHAR-NUM =
                   FUNCTION MOD(FUNCTION ORD(WS-CHAR) - 98 +
                       WS-ROT-AMOUNT, 26)
               MOVE FUNCTION CHAR(WS-CHAR-NUM + 98) TO WS-CHAR
           WHEN WS-DIGIT-MODE AND
               WS-CHAR >= '0' AND WS-CHAR <= '9'
               COMPUTE WS-CHAR-NUM =
                   FUNCTION MOD(FUNCTION ORD(WS-CHAR) - 49 +
                       WS-DIG-AMOUNT, 10)
               MOVE FUNCTION CHAR(WS-CHAR-NUM + 49) TO WS-CHAR
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE WS-CHAR TO WS-ROTATE-RESULT(WS-INDEX:1).
           ADD 1 TO WS-INDEX.
       ROTATE-ONE-CHAR-EXIT.

       END PROGRAM RCPTCALC.
