      ******************************************************************
      * Author: Joel Brewer
      * Date: 10/07/2024
      * Purpose: The Vigenere keyword cipher. ROT-N, the CIPHTRN
      *          substitution alphabets and digit mode all give a
      *          letter the same stand-in wherever it falls, so a
      *          class's traffic gives itself away to anyone who
      *          counts letters. A Vigenere class moves each letter
      *          by the keyword letter standing over it, so the same
      *          letter comes out differently from place to place.
      *          The one routine is CALLed by ROTATIONAL-CIPHER to
      *          encipher, by CIPHVFY to prove the round trip, by
      *          CIPHINB to decode replies and by KEYMNT to vet a
      *          keyword before it goes on CIPHKEY - see the VIGNWS
      *          copybook for the calling fields - so no two of
      *          them can ever disagree on the cipher.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/07/2024 JB - First cut. Keywords are letters only, three
      *                 to twenty of them, either case.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGNCALC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-DIGIT-LIST PIC X(10) VALUE '0123456789'.
       01 WS-KEYWORD-OK-SW PIC X(01) VALUE 'N'.
           88 WS-KEYWORD-OK VALUE 'Y'.

      * The keyword, upper-cased, and the shift each of its letters
      * stands for.
       01 WS-KEYWORD PIC X(20).
       01 WS-KEYWORD-LEN PIC 9(02) VALUE 0.
       01 WS-KEYWORD-A-COUNT PIC 9(02) VALUE 0.
       01 WS-KEY-SUB PIC 9(02) VALUE 0.
       01 WS-KEY-SHIFT-TABLE.
           05 WS-KEY-SHIFT PIC 9(02) OCCURS 20 TIMES.

      * The character in hand, where it sits in each alphabet (26,
      * or 10 for the digits, when it is not there at all), and
      * the shifted answer.
       01 WS-TEXT-SUB PIC 9(03) VALUE 0.
       01 WS-CHAR PIC X(01).
       01 WS-UPPER-POS PIC 9(02) VALUE 0.
       01 WS-LOWER-POS PIC 9(02) VALUE 0.
       01 WS-DIGIT-POS PIC 9(02) VALUE 0.
       01 WS-SHIFT PIC 9(02) VALUE 0.
       01 WS-SHIFT-SUM PIC 9(03) VALUE 0.
       01 WS-SHIFT-QUOT PIC 9(03) VALUE 0.
       01 WS-NEW-POS PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       01 LNK-REQUEST.
           05 LNK-DIRECTION PIC X(01).
               88 LNK-ENCODE VALUE 'E'.
           05 LNK-KEYWORD PIC X(20).
           05 LNK-DIGITS PIC X(01).
               88 LNK-DIGIT-MODE VALUE 'Y'.
           05 LNK-TEXT PIC X(128).
       01 LNK-RESULT.
           05 LNK-VALID PIC X(01).
           05 LNK-TEXT-OUT PIC X(128).

       PROCEDURE DIVISION USING LNK-REQUEST LNK-RESULT.
       CIPHER-VIGENERE-REQUEST.
           MOVE 'N' TO LNK-VALID.
           MOVE LNK-TEXT TO LNK-TEXT-OUT.
           PERFORM LOAD-KEYWORD-SHIFTS.
           IF WS-KEYWORD-OK THEN
               MOVE 1 TO WS-KEY-SUB
               PERFORM CIPHER-ONE-CHARACTER
                   VARYING WS-TEXT-SUB FROM 1 BY 1
                   UNTIL WS-TEXT-SUB > 128
               MOVE 'Y' TO LNK-VALID
           END-IF.
           GOBACK.
       CIPHER-VIGENERE-REQUEST-EXIT.

      * The keyword runs up to its first space; whatever follows
      * must be spaces too.
       LOAD-KEYWORD-SHIFTS.
           MOVE 'N' TO WS-KEYWORD-OK-SW.
           MOVE LNK-KEYWORD TO WS-KEYWORD.
           INSPECT WS-KEYWORD CONVERTING WS-LOWER-ALPHABET
               TO WS-UPPER-ALPHABET.
           MOVE 0 TO WS-KEYWORD-LEN.
           INSPECT WS-KEYWORD TALLYING WS-KEYWORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-KEYWORD-LEN NOT < 3 THEN
               PERFORM CHECK-KEYWORD-LETTERS
           END-IF.
           IF WS-KEYWORD-OK THEN
               PERFORM LOAD-ONE-KEYWORD-SHIFT
                   VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEYWORD-LEN
           END-IF.
       LOAD-KEYWORD-SHIFTS-EXIT.

       CHECK-KEYWORD-LETTERS.
           MOVE 'Y' TO WS-KEYWORD-OK-SW.
           IF WS-KEYWORD-LEN < 20 THEN
               IF WS-KEYWORD(WS-KEYWORD-LEN + 1:) NOT = SPACES THEN
                   MOVE 'N' TO WS-KEYWORD-OK-SW
               END-IF
           END-IF.
           IF WS-KEYWORD(1:WS-KEYWORD-LEN) IS NOT ALPHABETIC-UPPER
               THEN
               MOVE 'N' TO WS-KEYWORD-OK-SW
           END-IF.
           MOVE 0 TO WS-KEYWORD-A-COUNT.
           INSPECT WS-KEYWORD(1:WS-KEYWORD-LEN) TALLYING
               WS-KEYWORD-A-COUNT FOR ALL 'A'.
           IF WS-KEYWORD-A-COUNT = WS-KEYWORD-LEN THEN
               MOVE 'N' TO WS-KEYWORD-OK-SW
           END-IF.
       CHECK-KEYWORD-LETTERS-EXIT.

       LOAD-ONE-KEYWORD-SHIFT.
           MOVE 0 TO WS-KEY-SHIFT(WS-KEY-SUB).
           INSPECT WS-UPPER-ALPHABET TALLYING WS-KEY-SHIFT(WS-KEY-SUB)
               FOR CHARACTERS BEFORE INITIAL WS-KEYWORD(WS-KEY-SUB:1).
       LOAD-ONE-KEYWORD-SHIFT-EXIT.

       CIPHER-ONE-CHARACTER.
           MOVE LNK-TEXT(WS-TEXT-SUB:1) TO WS-CHAR.
           MOVE 0 TO WS-UPPER-POS WS-LOWER-POS WS-DIGIT-POS.
           INSPECT WS-UPPER-ALPHABET TALLYING WS-UPPER-POS
               FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           INSPECT WS-LOWER-ALPHABET TALLYING WS-LOWER-POS
               FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           INSPECT WS-DIGIT-LIST TALLYING WS-DIGIT-POS
               FOR CHARACTERS BEFORE INITIAL WS-CHAR.
           EVALUATE TRUE
               WHEN WS-UPPER-POS < 26
                   PERFORM SHIFT-UPPER-LETTER
               WHEN WS-LOWER-POS < 26
                   PERFORM SHIFT-LOWER-LETTER
               WHEN WS-DIGIT-POS < 10 AND LNK-DIGIT-MODE
                   PERFORM SHIFT-DIGIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CIPHER-ONE-CHARACTER-EXIT.

       SHIFT-UPPER-LETTER.
           MOVE WS-UPPER-POS TO WS-NEW-POS.
           PERFORM SHIFT-LETTER-POSITION.
           MOVE WS-UPPER-ALPHABET(WS-NEW-POS + 1:1) TO
               LNK-TEXT-OUT(WS-TEXT-SUB:1).
       SHIFT-UPPER-LETTER-EXIT.

       SHIFT-LOWER-LETTER.
           MOVE WS-LOWER-POS TO WS-NEW-POS.
           PERFORM SHIFT-LETTER-POSITION.
           MOVE WS-LOWER-ALPHABET(WS-NEW-POS + 1:1) TO
               LNK-TEXT-OUT(WS-TEXT-SUB:1).
       SHIFT-LOWER-LETTER-EXIT.

      * Deciphering adds the complement of the shift, so the sum
      * never goes below zero.
       SHIFT-LETTER-POSITION.
           MOVE WS-KEY-SHIFT(WS-KEY-SUB) TO WS-SHIFT.
           IF LNK-ENCODE THEN
               COMPUTE WS-SHIFT-SUM = WS-NEW-POS + WS-SHIFT
           ELSE
               COMPUTE WS-SHIFT-SUM = WS-NEW-POS + 26 - WS-SHIFT
           END-IF.
           DIVIDE WS-SHIFT-SUM BY 26 GIVING WS-SHIFT-QUOT
               REMAINDER WS-NEW-POS.
           PERFORM STEP-KEYWORD.
       SHIFT-LETTER-POSITION-EXIT.

       SHIFT-DIGIT.
           DIVIDE WS-KEY-SHIFT(WS-KEY-SUB) BY 10 GIVING WS-SHIFT-QUOT
               REMAINDER WS-SHIFT.
           IF LNK-ENCODE THEN
               COMPUTE WS-SHIFT-SUM = WS-DIGIT-POS + WS-SHIFT
           ELSE
               COMPUTE WS-SHIFT-SUM = WS-DIGIT-POS + 10 - WS-SHIFT
           END-IF.
           DIVIDE WS-SHIFT-SUM BY 10 GIVING WS-SHIFT-QUOT
               REMAINDER WS-NEW-POS.
           MOVE WS-DIGIT-LIST(WS-NEW-POS + 1:1) TO
               LNK-TEXT-OUT(WS-TEXT-SUB:1).
           PERFORM STEP-KEYWORD.
       SHIFT-DIGIT-EXIT.

       STEP-KEYWORD.
           ADD 1 TO WS-KEY-SUB.
           IF WS-KEY-SUB > WS-KEYWORD-LEN THEN
               MOVE 1 TO WS-KEY-SUB
           END-IF.
       STEP-KEYWORD-EXIT.

       END PROGRAM VIGNCALC.
