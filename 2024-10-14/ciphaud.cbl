      ******************************************************************
      * Author: Joel Brewer
      * Date: 10/14/2024
      * Purpose: The weekly cipher strength audit. Nothing measured
      *          whether a night's CIPHOUT was protected at all; this
      *          attacks the week's bulletins on the CIPHOARC archive
      *          the way an outsider holding only the ciphertext
      *          would - letter-frequency and common-word trials
      *          under every ROT shift of the alphabet LTRCOV judges
      *          by - one class, type and key at a time, feeding it
      *          bulletin by bulletin in the order they went out.
      *          A bulletin counts as read only when the attack's
      *          best shift gives back its archived plaintext, so
      *          the report is evidence, not an estimate: which
      *          classes, keys and bulletins fell, and how much
      *          ciphertext it took. A class that fell goes to
      *          EXCPLOG severe, so its key rotation (KEYMNT) gets
      *          scheduled.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/14/2024 JB - First cut. The week ends on the business date
      *                 unless a CAUDPARM card names a range, as the
      *                 KEYRPT card does.
      * 10/28/2024 JB - Archive record widened to 299 for the
      *                 bulletin id and segment fields; each segment
      *                 is attacked as the bulletin text it carries.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIPHOUT-ARCHIVE ASSIGN TO "CIPHOARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OARC-FILE-STATUS.
           SELECT AUDIT-PARM ASSIGN TO "CAUDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AUDIT-RPT ASSIGN TO "CAUDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * The bulletin archive exactly as CIPHARCH's ARCHIVE cuts it:
      * the business date, then the CIPHOUT record image.
       FD  CIPHOUT-ARCHIVE.
       01 WS-OARC-RECORD.
           05 WS-OARC-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-OARC-DATA.
               10 WS-OARC-KEY PIC X(02).
               10 FILLER PIC X(01).
               10 WS-OARC-TEXT PIC X(128).
               10 FILLER PIC X(01).
               10 WS-OARC-CIPHER PIC X(128).
               10 FILLER PIC X(03).
               10 WS-OARC-MODE PIC X(01).
               10 FILLER PIC X(01).
               10 WS-OARC-CLASS PIC X(04).
               10 FILLER PIC X(01).
               10 WS-OARC-TYPE PIC X(01).
               10 FILLER PIC X(01).
               10 WS-OARC-DIGITS PIC X(01).
               10 FILLER PIC X(26).

      * Optional selection card: a business-date range. Without it
      * the audit covers the seven days ending on the run date.
       FD  AUDIT-PARM.
       01 WS-CAP-RECORD.
           05 WS-CAP-FROM-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-CAP-TO-DATE PIC X(08).
           05 FILLER PIC X(63).

       FD  AUDIT-RPT.
       01 WS-RPT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-OARC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.

      * Selection window.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-TO-DATE PIC 9(08) VALUE 0.

      * The alphabet LTRCOV judges coverage by. A-Z are always its
      * first 26 places, whatever extensions the publications desk
      * has loaded behind them, and those 26 are the ones a ROT
      * shift moves.
       01 WS-ALPHA-COV-SOURCE PIC X(240).
       01 WS-ALPHA-COV-LEN PIC 9(03).
       01 WS-ALPHA-COVERAGE PIC X(40).
       01 WS-ALPHA-INFO.
           05 WS-ALPHA-LEN PIC 9(03) VALUE 26.
           05 WS-ALPHA-CHARS PIC X(40)
               VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-UPPER-ALPHABET PIC X(26).
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-ROTATED-ALPHABET PIC X(26).

      * How often each letter turns up in ordinary English, per
      * thousand letters, A to Z.
       01 WS-ENGLISH-FREQ-LIST.
           05 FILLER PIC X(39)
               VALUE '082015028043127022020061070002008040024'.
           05 FILLER PIC X(39)
               VALUE '067075019001060063091028010024002020001'.
       01 WS-ENGLISH-FREQ-TABLE REDEFINES WS-ENGLISH-FREQ-LIST.
           05 WS-ENGLISH-FREQ PIC 9(03) OCCURS 26 TIMES.

      * The common words tried under each shift: length, then word.
       01 WS-COMMON-WORD-COUNT PIC 9(02) VALUE 24.
       01 WS-COMMON-WORD-LIST.
           05 FILLER PIC X(36)
               VALUE '3THE  3AND  3FOR  3ARE  3BUT  3NOT  '.
           05 FILLER PIC X(36)
               VALUE '3YOU  3ALL  3OUR  4WITH 4THIS 4THAT '.
           05 FILLER PIC X(36)
               VALUE '4FROM 4HAVE 4WILL 2OF   2TO   2IN   '.
           05 FILLER PIC X(36)
               VALUE '2IS   2IT   2AT   2ON   2BE   2BY   '.
       01 WS-COMMON-WORD-TABLE REDEFINES WS-COMMON-WORD-LIST.
           05 WS-COMMON-WORD-ENTRY OCCURS 24 TIMES.
               10 WS-CW-LEN PIC 9(01).
               10 WS-CW-WORD PIC X(05).

      * A common word found under a shift counts as much as this
      * many letters' worth of frequency score.
       01 WS-WORD-WEIGHT PIC 9(03) VALUE 200.

      * One entry per class, cipher type and key seen in the week,
      * carrying the pooled letter counts and the common-word hits
      * under each of the 26 shifts so far. 100 entries is two per
      * CIPHKEY record.
       01 WS-GRP-COUNT PIC 9(03) VALUE 0.
       01 WS-GRP-SCAN PIC 9(03) VALUE 0.
       01 WS-GRP-IDX PIC 9(03) VALUE 0.
       01 WS-GROUP-TABLE.
           05 WS-GRP-ENTRY OCCURS 100 TIMES.
               10 WS-GRP-CLASS PIC X(04).
               10 WS-GRP-TYPE PIC X(01).
               10 WS-GRP-KEY PIC 9(02).
               10 WS-GRP-BULLETINS PIC 9(05).
               10 WS-GRP-LETTERS PIC 9(07).
               10 WS-GRP-READ PIC 9(05).
               10 WS-GRP-FIRST-BULLETINS PIC 9(05).
               10 WS-GRP-FIRST-LETTERS PIC 9(07).
               10 WS-GRP-BEST-SHIFT PIC 9(02).
               10 WS-GRP-LETTER-COUNT PIC 9(07) OCCURS 26 TIMES.
               10 WS-GRP-WORD-HITS PIC 9(05) OCCURS 26 TIMES.
       01 WS-GRP-WANT-KEY PIC 9(02) VALUE 0.

      * The bulletin under attack, upper-cased: the ciphertext the
      * outsider sees and the plaintext that proves a read.
       01 WS-ATTACK-CIPHER PIC X(128).
       01 WS-ATTACK-PLAIN PIC X(128).
       01 WS-TRIAL-TEXT PIC X(130).
       01 WS-TRIAL-PLAIN PIC X(128).
       01 WS-BULLETIN-LETTERS PIC 9(03) VALUE 0.
       01 WS-LETTER-TALLY PIC 9(03) VALUE 0.
       01 WS-LETTER-SUB PIC 9(02) VALUE 0.
       01 WS-SHIFT-SUB PIC 9(02) VALUE 0.
       01 WS-SHIFT PIC 9(02) VALUE 0.
       01 WS-WORD-SUB PIC 9(02) VALUE 0.
       01 WS-WORD-PROBE PIC X(07).
       01 WS-PROBE-LEN PIC 9(01) VALUE 0.
       01 WS-WORD-HITS PIC 9(03) VALUE 0.
       01 WS-SCORE PIC 9(11) VALUE 0.
       01 WS-BEST-SCORE PIC 9(11) VALUE 0.
       01 WS-BEST-SHIFT PIC 9(02) VALUE 0.
       01 WS-PLAIN-SUM PIC 9(03) VALUE 0.
       01 WS-PLAIN-QUOT PIC 9(03) VALUE 0.
       01 WS-PLAIN-POS PIC 9(02) VALUE 0.

      * Run counts and report edit fields.
       01 WS-ARCHIVE-READ-COUNT PIC 9(07) VALUE 0.
       01 WS-ATTACKED-COUNT PIC 9(07) VALUE 0.
       01 WS-READ-COUNT PIC 9(07) VALUE 0.
       01 WS-CRACKED-COUNT PIC 9(03) VALUE 0.
       01 WS-TABLE-FULL-COUNT PIC 9(07) VALUE 0.
       01 WS-RPT-BULLETINS PIC ZZZZ9.
       01 WS-RPT-LETTERS PIC ZZZZZZ9.
       01 WS-RPT-READ PIC ZZZZ9.
       01 WS-RPT-FIRST-BULLETINS PIC ZZZZ9.
       01 WS-RPT-FIRST-LETTERS PIC ZZZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'CIPHAUD' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM READ-SELECTION-PARM.
           PERFORM LOAD-ATTACK-ALPHABET.
           OPEN INPUT CIPHOUT-ARCHIVE.
           IF WS-OARC-FILE-STATUS NOT = "00" THEN
               DISPLAY "CIPHAUD: NO BULLETIN ARCHIVE ON FILE, STATUS "
                   WS-OARC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT AUDIT-RPT
               PERFORM WRITE-REPORT-HEADER
               PERFORM ATTACK-ONE-ARCHIVED UNTIL WS-EOF
               CLOSE CIPHOUT-ARCHIVE
               PERFORM WRITE-CLASS-SUMMARY
               CLOSE AUDIT-RPT
               IF WS-TABLE-FULL-COUNT > 0 THEN
                   DISPLAY "CIPHAUD: " WS-TABLE-FULL-COUNT
                       " BULLETINS NOT ATTACKED - CLASS TABLE FULL"
               END-IF
               DISPLAY "CIPHAUD: " WS-ATTACKED-COUNT
                   " BULLETINS ATTACKED, " WS-READ-COUNT
                   " READ WITHOUT THE KEY, " WS-CRACKED-COUNT
                   " CLASS KEYS BROKEN"
               IF WS-CRACKED-COUNT > 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'CIPHAUD' TO WS-OPSC-SOURCE-PARM.
           MOVE 'BULLETINS ATTACKED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-ATTACKED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           STOP RUN.
       MAIN-EXIT.

      * The default window is the week ending on the run date; a
      * card sets any other range.
       READ-SELECTION-PARM.
           MOVE WS-RUN-DATE TO WS-TO-DATE.
           MOVE 'ADDC' TO WS-DATC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-1.
           MOVE -6 TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DATE TO WS-FROM-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FROM-DATE
           END-IF.
           OPEN INPUT AUDIT-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ AUDIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CAP-FROM-DATE NUMERIC THEN
                           MOVE WS-CAP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF WS-CAP-TO-DATE NUMERIC AND
                           WS-CAP-TO-DATE NOT = ZEROES THEN
                           MOVE WS-CAP-TO-DATE TO WS-TO-DATE
                       END-IF
               END-READ
               CLOSE AUDIT-PARM
           END-IF.
       READ-SELECTION-PARM-EXIT.

       LOAD-ATTACK-ALPHABET.
           MOVE SPACES TO WS-ALPHA-COV-SOURCE.
           MOVE 1 TO WS-ALPHA-COV-LEN.
           CALL 'LTRCOV' USING WS-ALPHA-COV-SOURCE WS-ALPHA-COV-LEN
               WS-ALPHA-COVERAGE WS-ALPHA-INFO.
           MOVE WS-ALPHA-CHARS(1:26) TO WS-UPPER-ALPHABET.
       LOAD-ATTACK-ALPHABET-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "CIPHER STRENGTH AUDIT " WS-FROM-DATE " TO "
               WS-TO-DATE " - RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "BULLETINS READ WITHOUT THE KEY" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "DATE     CLAS T KEY SHIFT RECOVERED TEXT" TO
               WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

      ******************************************************************
      * One archived bulletin inside the window. The outsider sees
      * the ciphertext side: the cipher field of an encode record,
      * the text field of a decode record (where the cipher field
      * holds what it deciphered to).
      ******************************************************************
       ATTACK-ONE-ARCHIVED.
           READ CIPHOUT-ARCHIVE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-READ-COUNT
                   IF WS-OARC-DATE >= WS-FROM-DATE AND
                       WS-OARC-DATE <= WS-TO-DATE AND
                       WS-OARC-KEY NUMERIC THEN
                       PERFORM ATTACK-ONE-BULLETIN
                   END-IF
           END-READ.
       ATTACK-ONE-ARCHIVED-EXIT.

       ATTACK-ONE-BULLETIN.
           IF WS-OARC-MODE = 'D' THEN
               MOVE WS-OARC-TEXT TO WS-ATTACK-CIPHER
               MOVE WS-OARC-CIPHER TO WS-ATTACK-PLAIN
           ELSE
               MOVE WS-OARC-CIPHER TO WS-ATTACK-CIPHER
               MOVE WS-OARC-TEXT TO WS-ATTACK-PLAIN
           END-IF.
           INSPECT WS-ATTACK-CIPHER CONVERTING WS-LOWER-ALPHABET
               TO WS-UPPER-ALPHABET.
           INSPECT WS-ATTACK-PLAIN CONVERTING WS-LOWER-ALPHABET
               TO WS-UPPER-ALPHABET.
           PERFORM FIND-BULLETIN-GROUP.
           IF WS-GRP-IDX > 0 THEN
               ADD 1 TO WS-ATTACKED-COUNT
               ADD 1 TO WS-GRP-BULLETINS(WS-GRP-IDX)
               MOVE 0 TO WS-BULLETIN-LETTERS
               PERFORM COUNT-ONE-LETTER
                   VARYING WS-LETTER-SUB FROM 1 BY 1
                   UNTIL WS-LETTER-SUB > 26
               PERFORM TRY-ONE-SHIFT
                   VARYING WS-SHIFT-SUB FROM 1 BY 1
                   UNTIL WS-SHIFT-SUB > 26
               PERFORM PICK-BEST-SHIFT
               PERFORM JUDGE-BULLETIN-READ
           END-IF.
       ATTACK-ONE-BULLETIN-EXIT.

      * Only a rotation's key means anything to a ROT attack; the
      * other cipher types group under key 00 by class alone.
       FIND-BULLETIN-GROUP.
           MOVE 0 TO WS-GRP-IDX.
           MOVE 0 TO WS-GRP-WANT-KEY.
           IF WS-OARC-TYPE NOT = 'S' AND WS-OARC-TYPE NOT = 'V' THEN
               MOVE WS-OARC-KEY TO WS-GRP-WANT-KEY
           END-IF.
           IF WS-GRP-COUNT > 0 THEN
               PERFORM MATCH-ONE-GROUP
                   VARYING WS-GRP-SCAN FROM 1 BY 1
                   UNTIL WS-GRP-SCAN > WS-GRP-COUNT
           END-IF.
           IF WS-GRP-IDX = 0 THEN
               IF WS-GRP-COUNT >= 100 THEN
                   ADD 1 TO WS-TABLE-FULL-COUNT
               ELSE
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-IDX
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-IDX)
                   MOVE WS-OARC-CLASS TO WS-GRP-CLASS(WS-GRP-IDX)
                   MOVE WS-OARC-TYPE TO WS-GRP-TYPE(WS-GRP-IDX)
                   MOVE WS-GRP-WANT-KEY TO WS-GRP-KEY(WS-GRP-IDX)
               END-IF
           END-IF.
       FIND-BULLETIN-GROUP-EXIT.

       MATCH-ONE-GROUP.
           IF WS-GRP-CLASS(WS-GRP-SCAN) = WS-OARC-CLASS AND
               WS-GRP-TYPE(WS-GRP-SCAN) = WS-OARC-TYPE AND
               WS-GRP-KEY(WS-GRP-SCAN) = WS-GRP-WANT-KEY THEN
               MOVE WS-GRP-SCAN TO WS-GRP-IDX
           END-IF.
       MATCH-ONE-GROUP-EXIT.

       COUNT-ONE-LETTER.
           MOVE 0 TO WS-LETTER-TALLY.
           INSPECT WS-ATTACK-CIPHER TALLYING WS-LETTER-TALLY
               FOR ALL WS-UPPER-ALPHABET(WS-LETTER-SUB:1).
           ADD WS-LETTER-TALLY TO
               WS-GRP-LETTER-COUNT(WS-GRP-IDX, WS-LETTER-SUB)
               WS-GRP-LETTERS(WS-GRP-IDX)
               WS-BULLETIN-LETTERS.
       COUNT-ONE-LETTER-EXIT.

      * The common-word trial: the bulletin deciphered under one
      * shift, punctuation blanked, searched for each whole word.
       TRY-ONE-SHIFT.
           PERFORM DECIPHER-UNDER-SHIFT.
           INSPECT WS-TRIAL-TEXT CONVERTING '.,;:!?-()"/' TO
               SPACES.
           PERFORM COUNT-ONE-COMMON-WORD
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > WS-COMMON-WORD-COUNT.
       TRY-ONE-SHIFT-EXIT.

      * Shift n deciphers by taking each letter back n places:
      * the alphabet rotated n places on converts to the alphabet.
      * The text sits between two spaces so a word at either end
      * still matches whole.
       DECIPHER-UNDER-SHIFT.
           COMPUTE WS-SHIFT = WS-SHIFT-SUB - 1.
           IF WS-SHIFT = 0 THEN
               MOVE WS-UPPER-ALPHABET TO WS-ROTATED-ALPHABET
           ELSE
               MOVE WS-UPPER-ALPHABET(WS-SHIFT-SUB:26 - WS-SHIFT) TO
                   WS-ROTATED-ALPHABET(1:26 - WS-SHIFT)
               MOVE WS-UPPER-ALPHABET(1:WS-SHIFT) TO
                   WS-ROTATED-ALPHABET(27 - WS-SHIFT:WS-SHIFT)
           END-IF.
           MOVE SPACES TO WS-TRIAL-TEXT.
           MOVE WS-ATTACK-CIPHER TO WS-TRIAL-TEXT(2:128).
           INSPECT WS-TRIAL-TEXT CONVERTING WS-ROTATED-ALPHABET TO
               WS-UPPER-ALPHABET.
       DECIPHER-UNDER-SHIFT-EXIT.

       COUNT-ONE-COMMON-WORD.
           COMPUTE WS-PROBE-LEN = WS-CW-LEN(WS-WORD-SUB) + 2.
           MOVE SPACES TO WS-WORD-PROBE.
           MOVE WS-CW-WORD(WS-WORD-SUB)(1:WS-CW-LEN(WS-WORD-SUB))
               TO WS-WORD-PROBE(2:WS-CW-LEN(WS-WORD-SUB)).
           MOVE 0 TO WS-WORD-HITS.
           INSPECT WS-TRIAL-TEXT TALLYING WS-WORD-HITS
               FOR ALL WS-WORD-PROBE(1:WS-PROBE-LEN).
           ADD WS-WORD-HITS TO
               WS-GRP-WORD-HITS(WS-GRP-IDX, WS-SHIFT-SUB).
       COUNT-ONE-COMMON-WORD-EXIT.

      * The letter-frequency trial over everything the class has
      * sent this week so far, plus the common-word weight: the
      * shift scoring highest is the outsider's best guess.
       PICK-BEST-SHIFT.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-SHIFT.
           PERFORM SCORE-ONE-SHIFT
               VARYING WS-SHIFT-SUB FROM 1 BY 1
               UNTIL WS-SHIFT-SUB > 26.
           MOVE WS-BEST-SHIFT TO WS-GRP-BEST-SHIFT(WS-GRP-IDX).
       PICK-BEST-SHIFT-EXIT.

       SCORE-ONE-SHIFT.
           MOVE 0 TO WS-SCORE.
           PERFORM SCORE-ONE-LETTER
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26.
           COMPUTE WS-SCORE = WS-SCORE +
               WS-GRP-WORD-HITS(WS-GRP-IDX, WS-SHIFT-SUB) *
               WS-WORD-WEIGHT.
           IF WS-SCORE > WS-BEST-SCORE THEN
               MOVE WS-SCORE TO WS-BEST-SCORE
               COMPUTE WS-BEST-SHIFT = WS-SHIFT-SUB - 1
           END-IF.
       SCORE-ONE-SHIFT-EXIT.

      * Cipher letter n under shift s stands for plain letter n - s,
      * taken round the alphabet.
       SCORE-ONE-LETTER.
           COMPUTE WS-PLAIN-SUM = WS-LETTER-SUB + 26 - WS-SHIFT-SUB.
           DIVIDE WS-PLAIN-SUM BY 26 GIVING WS-PLAIN-QUOT
               REMAINDER WS-PLAIN-POS.
           ADD 1 TO WS-PLAIN-POS.
           COMPUTE WS-SCORE = WS-SCORE +
               WS-GRP-LETTER-COUNT(WS-GRP-IDX, WS-LETTER-SUB) *
               WS-ENGLISH-FREQ(WS-PLAIN-POS).
       SCORE-ONE-LETTER-EXIT.

      * The proof: the bulletin deciphered under the best guess must
      * give back its archived plaintext. Digits are left out of the
      * comparison - a digit-mode class moves them on a different
      * wheel - and a bulletin without a letter proves nothing.
       JUDGE-BULLETIN-READ.
           COMPUTE WS-SHIFT-SUB = WS-GRP-BEST-SHIFT(WS-GRP-IDX) + 1.
           PERFORM DECIPHER-UNDER-SHIFT.
           MOVE WS-TRIAL-TEXT(2:128) TO WS-TRIAL-PLAIN.
           INSPECT WS-TRIAL-PLAIN CONVERTING '0123456789' TO SPACES.
           INSPECT WS-ATTACK-PLAIN CONVERTING '0123456789' TO SPACES.
           IF WS-BULLETIN-LETTERS > 0 AND
               WS-TRIAL-PLAIN = WS-ATTACK-PLAIN THEN
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-GRP-READ(WS-GRP-IDX)
               IF WS-GRP-FIRST-BULLETINS(WS-GRP-IDX) = 0 THEN
                   MOVE WS-GRP-BULLETINS(WS-GRP-IDX) TO
                       WS-GRP-FIRST-BULLETINS(WS-GRP-IDX)
                   MOVE WS-GRP-LETTERS(WS-GRP-IDX) TO
                       WS-GRP-FIRST-LETTERS(WS-GRP-IDX)
               END-IF
               MOVE SPACES TO WS-RPT-RECORD
               STRING WS-OARC-DATE " " WS-OARC-CLASS " "
                   WS-OARC-TYPE " " WS-GRP-KEY(WS-GRP-IDX) "  "
                   WS-GRP-BEST-SHIFT(WS-GRP-IDX) "    "
                   WS-TRIAL-TEXT(2:60)
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       JUDGE-BULLETIN-READ-EXIT.

      ******************************************************************
      * Per class, type and key: what went out, what the attack read,
      * and how much ciphertext it had pooled by the first read. A
      * key that fell is logged severe for EXCPALRT and the desk.
      ******************************************************************
       WRITE-CLASS-SUMMARY.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "CLASS SUMMARY" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "CLAS T KEY BULLETINS LETTERS  READ  FIRST READ AFTER"
               TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           PERFORM SUMMARIZE-ONE-GROUP
               VARYING WS-GRP-SCAN FROM 1 BY 1
               UNTIL WS-GRP-SCAN > WS-GRP-COUNT.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-ATTACKED-COUNT TO WS-RPT-LETTERS.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "BULLETINS ATTACKED:   " WS-RPT-LETTERS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-READ-COUNT TO WS-RPT-LETTERS.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "READ WITHOUT THE KEY: " WS-RPT-LETTERS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-CRACKED-COUNT TO WS-RPT-LETTERS.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "CLASS KEYS BROKEN:    " WS-RPT-LETTERS
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-CLASS-SUMMARY-EXIT.

       SUMMARIZE-ONE-GROUP.
           MOVE WS-GRP-BULLETINS(WS-GRP-SCAN) TO WS-RPT-BULLETINS.
           MOVE WS-GRP-LETTERS(WS-GRP-SCAN) TO WS-RPT-LETTERS.
           MOVE WS-GRP-READ(WS-GRP-SCAN) TO WS-RPT-READ.
           MOVE SPACES TO WS-RPT-RECORD.
           IF WS-GRP-READ(WS-GRP-SCAN) > 0 THEN
               ADD 1 TO WS-CRACKED-COUNT
               MOVE WS-GRP-FIRST-BULLETINS(WS-GRP-SCAN) TO
                   WS-RPT-FIRST-BULLETINS
               MOVE WS-GRP-FIRST-LETTERS(WS-GRP-SCAN) TO
                   WS-RPT-FIRST-LETTERS
               STRING WS-GRP-CLASS(WS-GRP-SCAN) " "
                   WS-GRP-TYPE(WS-GRP-SCAN) " "
                   WS-GRP-KEY(WS-GRP-SCAN) "      "
                   WS-RPT-BULLETINS " " WS-RPT-LETTERS " "
                   WS-RPT-READ "  " WS-RPT-FIRST-BULLETINS
                   " BULLETINS /" WS-RPT-FIRST-LETTERS
                   " LETTERS - BROKEN"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               MOVE 'CIPHAUD' TO WS-EXCP-SOURCE-PARM
               MOVE SPACES TO WS-EXCP-KEY-PARM
               STRING WS-GRP-CLASS(WS-GRP-SCAN) " KEY "
                   WS-GRP-KEY(WS-GRP-SCAN)
                   DELIMITED BY SIZE INTO WS-EXCP-KEY-PARM
               MOVE 'CLASS READ BY FREQUENCY ATTACK' TO
                   WS-EXCP-REASON-PARM
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
           ELSE
               STRING WS-GRP-CLASS(WS-GRP-SCAN) " "
                   WS-GRP-TYPE(WS-GRP-SCAN) " "
                   WS-GRP-KEY(WS-GRP-SCAN) "      "
                   WS-RPT-BULLETINS " " WS-RPT-LETTERS " "
                   WS-RPT-READ "  NOT READ"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-IF.
           WRITE WS-RPT-RECORD.
       SUMMARIZE-ONE-GROUP-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM CIPHAUD.
