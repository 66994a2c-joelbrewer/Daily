      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/30/2024
      * Purpose: To build the weekly word-puzzle page the publications
      *          desk has been putting together by hand out of words
      *          this shop has already validated: five scrambled
      *          isograms off the ISOMSTR word master, a "find the
      *          missing letters" sentence and a cipher challenge off
      *          the day's PANGOUT pangrams, and last week's answers,
      *          written as bulletin records in CIPHIN's own layout
      *          under class PUZL and appended to the bulletin file -
      *          so the cipher, distribution and acknowledgment steps
      *          carry the puzzle page the same as NEWSLTR's
      *          newsletter. The PUZUSED used-words file keeps a word
      *          or sentence from turning up twice in one season.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/30/2024 JB - First cut. The season id comes off an optional
      *                 PUZPARM card and defaults to the run year; a
      *                 second run on one run date adds nothing.
      * 11/25/2024 JB - The page goes out as one bulletin, as the
      *                 newsletter does: its lines are held until the
      *                 answers are composed and then appended as the
      *                 segments of bulletin PZ plus the run date,
      *                 numbered 1 to n of n, so CIPHDIST releases it
      *                 whole and in order or not at all.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUZGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOGRAM-MASTER ASSIGN TO "ISOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ISOM-WORD
               FILE STATUS IS WS-ISOM-FILE-STATUS.
           SELECT PANGRAM-OUT ASSIGN TO "PANGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PANG-FILE-STATUS.
           SELECT PUZZLE-USED ASSIGN TO "PUZUSED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PUZU-WORD
               FILE STATUS IS WS-PUZU-FILE-STATUS.
           SELECT PUZZLE-PARM ASSIGN TO "PUZPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT CIPHER-IN ASSIGN TO "CIPHIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPH-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY SCRNSEL.
       DATA DIVISION.
       FILE SECTION.
      * Word master exactly as ISOGRAM keeps it, read-only here: the
      * word lower case, PASS for an isogram.
       FD  ISOGRAM-MASTER.
       01 WS-ISOM-RECORD.
           05 WS-ISOM-WORD PIC X(60).
           05 WS-ISOM-RESULT PIC X(04).
           05 WS-ISOM-FIRST-SEEN PIC 9(08).
           05 WS-ISOM-TIMES-SEEN PIC 9(05).
           05 FILLER PIC X(23).

      * The day's PANGOUT exactly as PANGRAM writes it, envelope
      * included.
       FD  PANGRAM-OUT.
       01 WS-PAN-OUT-RECORD.
           05 WS-PAN-OUT-SENTENCE PIC X(60).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-RESULT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-MISSING PIC X(40).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-ISSUE PIC X(06).
       01 WS-PAN-OUT-HDR-RECORD.
           05 WS-PAN-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-HDR-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-HDR-DATE PIC 9(08).
           05 FILLER PIC X(86).
       01 WS-PAN-OUT-TRL-RECORD.
           05 WS-PAN-OUT-TRL-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-PAN-OUT-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(102).

      * One record per word or sentence the puzzle page has used,
      * keyed on the text as it sits on ISOMSTR or PANGOUT. The item
      * type is 'S' scramble, 'M' missing letters, 'C' cipher
      * challenge, or 'X' for one the style-guide screen refused -
      * kept so it is not screened and logged again every week. A
      * record from an earlier season does not count as used; the
      * word is simply taken again and the record rewritten.
       FD  PUZZLE-USED.
       01 WS-PUZU-RECORD.
           05 WS-PUZU-WORD PIC X(60).
           05 WS-PUZU-SEASON-ID PIC X(06).
           05 WS-PUZU-USED-DATE PIC 9(08).
           05 WS-PUZU-ITEM-TYPE PIC X(01).
           05 WS-PUZU-ITEM-NO PIC 9(02).
           05 WS-PUZU-ANSWER PIC X(40).
           05 FILLER PIC X(03).

      * Optional season card: the season id in columns 1-6.
       FD  PUZZLE-PARM.
       01 WS-PUZP-RECORD.
           05 WS-PUZP-SEASON-ID PIC X(06).
           05 FILLER PIC X(74).

      * One line per record, in CIPHIN's own layout as
      * ROTATIONAL-CIPHER reads it: class PUZL resolves the key of
      * the day, mode E, rotation type; each record a segment of the
      * one puzzle-page bulletin.
       FD  CIPHER-IN.
       01 WS-CIPH-IN-RECORD.
           05 WS-CIPH-IN-KEY PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-TEXT PIC X(128).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-NO PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-COUNT PIC 9(03).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY SCRNFD.

       WORKING-STORAGE SECTION.
       01 WS-ISOM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PANG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PUZU-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-CIPH-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-WRAPPED-SW PIC X(01) VALUE 'N'.
           88 WS-WRAPPED VALUE 'Y'.
       01 WS-ALREADY-RUN-SW PIC X(01) VALUE 'N'.
           88 WS-ALREADY-RUN VALUE 'Y'.
       01 WS-USED-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-USED-FOUND VALUE 'Y'.
       01 WS-CANDIDATE-SW PIC X(01) VALUE 'N'.
           88 WS-CANDIDATE-OK VALUE 'Y'.
       01 WS-MISSING-CHOSEN-SW PIC X(01) VALUE 'N'.
           88 WS-MISSING-CHOSEN VALUE 'Y'.
       01 WS-CIPHER-CHOSEN-SW PIC X(01) VALUE 'N'.
           88 WS-CIPHER-CHOSEN VALUE 'Y'.

       01 WS-SEASON-ID PIC X(06) VALUE SPACES.
       01 WS-RUN-DATE-PARTS.
           05 WS-RUN-YEAR PIC 9(04).
           05 WS-RUN-MONTH PIC 9(02).
           05 WS-RUN-DAY PIC 9(02).
      * Last week's answers are the items used in the seven days
      * before the run date.
       01 WS-WEEK-AGO-DATE PIC 9(08) VALUE 0.

       01 WS-BULLETIN-TEXT PIC X(128).
       01 WS-BULLETINS-COUNT PIC 9(05) VALUE 0.

      * The page's lines, held until the last section is composed and
      * then appended as the segments of the one bulletin. The page
      * runs to nineteen lines at most - heading, five scrambles, two
      * pangram puzzles and seven answers under their headings.
       01 WS-PUZ-BULLETIN-ID.
           05 FILLER PIC X(02) VALUE 'PZ'.
           05 WS-PUZ-BULLETIN-DATE PIC 9(08).
       01 WS-PUZ-LINE-COUNT PIC 9(03) VALUE 0.
       01 WS-PUZ-LINE-SCAN PIC 9(03) VALUE 0.
       01 WS-PUZ-LINE-TABLE.
           05 WS-PUZ-LINE OCCURS 20 TIMES PIC X(128).
       01 WS-ITEMS-COUNT PIC 9(03) VALUE 0.
       01 WS-EXCLUDED-COUNT PIC 9(05) VALUE 0.
       01 WS-ITEM-NO PIC 9(02) VALUE 0.
       01 WS-ITEM-TYPE PIC X(01) VALUE SPACE.
       01 WS-ITEM-ANSWER PIC X(40) VALUE SPACES.
       01 WS-ITEM-TEXT PIC X(60) VALUE SPACES.

      * Scrambles: five words of five to twelve letters - what fits
      * the sites' notice boards and what a reader can solve.
       01 WS-SCRAMBLE-LIMIT PIC 9(02) VALUE 5.
       01 WS-SCRAMBLE-MIN-LEN PIC 9(02) VALUE 5.
       01 WS-SCRAMBLE-MAX-LEN PIC 9(02) VALUE 12.
       01 WS-SCRAMBLE-COUNT PIC 9(02) VALUE 0.
       01 WS-SCRAMBLE-TABLE.
           05 WS-SCRAMBLE-ENTRY OCCURS 5 TIMES.
               10 WS-SCR-WORD PIC X(12).
               10 WS-SCR-SCRAMBLED PIC X(12).
       01 WS-SCR-SUB PIC 9(02) VALUE 0.
       01 WS-WORD-LEN PIC 9(03) VALUE 0.
       01 WS-WORD-UPPER PIC X(60) VALUE SPACES.
       01 WS-SCRAMBLED PIC X(12) VALUE SPACES.
       01 WS-SCAN PIC 9(03) VALUE 0.
       01 WS-OUT-POS PIC 9(03) VALUE 0.
      * The walk through ISOMSTR starts at a letter that moves on
      * with the run date, so the page does not open on the A's
      * every week, and wraps round to the front once.
       01 WS-START-KEY PIC X(60) VALUE SPACES.
       01 WS-START-LETTER PIC 9(02) VALUE 0.
       01 WS-DATE-NUMBER PIC 9(04) VALUE 0.
       01 WS-DATE-QUOTIENT PIC 9(04) VALUE 0.
       01 WS-DATE-REMAINDER PIC 9(02) VALUE 0.

      * Missing letters: a pangram whose first sixty characters use
      * every letter, with up to six of the letters it uses only
      * once blanked out. Fewer than two such letters makes too
      * easy a puzzle and the sentence is passed over.
       01 WS-LETTER-COUNT-TABLE.
           05 WS-LETTER-COUNT PIC 9(03) OCCURS 26 TIMES.
       01 WS-LETTER-SUB PIC 9(02) VALUE 0.
       01 WS-LETTERS-PRESENT PIC 9(02) VALUE 0.
       01 WS-SINGLE-LETTERS PIC 9(02) VALUE 0.
       01 WS-BLANK-LIMIT PIC 9(02) VALUE 6.
       01 WS-BLANK-MIN PIC 9(02) VALUE 2.
       01 WS-BLANKED-COUNT PIC 9(02) VALUE 0.
       01 WS-MISSING-TEXT PIC X(60) VALUE SPACES.
       01 WS-MISSING-ANSWER PIC X(26) VALUE SPACES.
      * Cipher challenge: a second pangram, each letter shifted by
      * a day-of-month rotation of 1 to 25.
       01 WS-CIPHER-TEXT PIC X(60) VALUE SPACES.
       01 WS-CIPHER-SHIFT PIC 9(02) VALUE 0.
       01 WS-SHIFT-REST PIC 9(02) VALUE 0.
       01 WS-ROTATED-ALPHABET PIC X(26) VALUE SPACES.

      * Last week's answers, one line per item: slots 1-5 the
      * scrambles by item number, 6 the missing letters, 7 the
      * cipher challenge.
       01 WS-ANSWER-TABLE.
           05 WS-ANSWER-LINE PIC X(128) OCCURS 7 TIMES.
       01 WS-ANSWER-SUB PIC 9(02) VALUE 0.
       01 WS-ANSWER-COUNT PIC 9(02) VALUE 0.

       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY SCRNWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PUZGEN' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-SCREEN-REGISTER.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-PARTS.
           PERFORM GET-SEASON-ID.
           PERFORM OPEN-PUZZLE-USED.
           PERFORM COLLECT-LAST-WEEK-ANSWERS.
           IF WS-ALREADY-RUN THEN
               DISPLAY "PUZGEN: PUZZLE PAGE ALREADY BUILT FOR "
                   WS-RUN-DATE " - NOTHING ADDED"
               MOVE 'PUZGEN' TO WS-EXCP-SOURCE-PARM
               MOVE WS-RUN-DATE TO WS-EXCP-KEY-PARM
               MOVE 'PUZZLE PAGE ALREADY BUILT FOR RUN DATE' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM PICK-SCRAMBLE-WORDS
               PERFORM PICK-PANGRAM-ITEMS
               PERFORM COMPOSE-PUZZLE-PAGE
           END-IF.
           CLOSE PUZZLE-USED.
           PERFORM CLOSE-SCREEN-REGISTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'PUZGEN' TO WS-OPSC-SOURCE-PARM.
           MOVE 'PUZZLE BULLETINS' TO WS-OPSC-LABEL-PARM.
           MOVE WS-BULLETINS-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "PUZGEN: SEASON " WS-SEASON-ID " - "
               WS-ITEMS-COUNT " PUZZLE ITEMS, " WS-BULLETINS-COUNT
               " SEGMENTS OF BULLETIN " WS-PUZ-BULLETIN-ID
               " APPENDED TO CIPHIN".
           IF WS-EXCLUDED-COUNT > 0 THEN
               DISPLAY "PUZGEN: " WS-EXCLUDED-COUNT
                   " CANDIDATES PASSED OVER FOR A FORBIDDEN WORD"
           END-IF.
           STOP RUN.
       MAIN-EXIT.

      * No PUZPARM card, or a blank one, means the season is the
      * calendar year of the run.
       GET-SEASON-ID.
           MOVE SPACES TO WS-SEASON-ID.
           OPEN INPUT PUZZLE-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ PUZZLE-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-PUZP-SEASON-ID TO WS-SEASON-ID
               END-READ
               CLOSE PUZZLE-PARM
           END-IF.
           IF WS-SEASON-ID = SPACES THEN
               MOVE WS-RUN-YEAR TO WS-SEASON-ID
           END-IF.
       GET-SEASON-ID-EXIT.

      * The first run of all finds no used-words file and starts one.
       OPEN-PUZZLE-USED.
           OPEN I-O PUZZLE-USED.
           IF WS-PUZU-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT PUZZLE-USED
               CLOSE PUZZLE-USED
               OPEN I-O PUZZLE-USED
           END-IF.
       OPEN-PUZZLE-USED-EXIT.

      ******************************************************************
      * Last week's answers: one pass of PUZUSED for the items used
      * in the seven days before the run date. An item already used
      * on the run date itself means this week's page is built and
      * gone to CIPHIN - a rerun adds nothing.
      ******************************************************************
       COLLECT-LAST-WEEK-ANSWERS.
           MOVE SPACES TO WS-ANSWER-TABLE.
           MOVE 0 TO WS-WEEK-AGO-DATE.
           MOVE 'ADDC' TO WS-DATC-FUNCTION.
           MOVE WS-RUN-DATE TO WS-DATC-DATE-1.
           MOVE -7 TO WS-DATC-DAYS.
           CALL 'DATECALC' USING WS-DATC-REQUEST WS-DATC-RESULT.
           IF WS-DATC-OK THEN
               MOVE WS-DATC-RESULT-DATE TO WS-WEEK-AGO-DATE
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           MOVE LOW-VALUES TO WS-PUZU-WORD.
           START PUZZLE-USED KEY >= WS-PUZU-WORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START.
           PERFORM COLLECT-ONE-ANSWER UNTIL WS-EOF.
       COLLECT-LAST-WEEK-ANSWERS-EXIT.

       COLLECT-ONE-ANSWER.
           READ PUZZLE-USED NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-PUZU-ITEM-TYPE NOT = 'X' THEN
                       IF WS-PUZU-USED-DATE = WS-RUN-DATE THEN
                           MOVE 'Y' TO WS-ALREADY-RUN-SW
                       END-IF
                       IF WS-PUZU-USED-DATE >= WS-WEEK-AGO-DATE
                           AND WS-PUZU-USED-DATE < WS-RUN-DATE THEN
                           PERFORM BUILD-ONE-ANSWER
                       END-IF
                   END-IF
           END-READ.
       COLLECT-ONE-ANSWER-EXIT.

       BUILD-ONE-ANSWER.
           MOVE 0 TO WS-ANSWER-SUB.
           EVALUATE WS-PUZU-ITEM-TYPE
               WHEN 'S'
                   IF WS-PUZU-ITEM-NO > 0
                       AND WS-PUZU-ITEM-NO <= WS-SCRAMBLE-LIMIT THEN
                       MOVE WS-PUZU-ITEM-NO TO WS-ANSWER-SUB
                   END-IF
               WHEN 'M'
                   MOVE 6 TO WS-ANSWER-SUB
               WHEN 'C'
                   MOVE 7 TO WS-ANSWER-SUB
           END-EVALUATE.
           IF WS-ANSWER-SUB > 0 THEN
               MOVE WS-PUZU-WORD TO WS-WORD-UPPER
               INSPECT WS-WORD-UPPER CONVERTING WS-LOWER-ALPHABET
                   TO WS-UPPER-ALPHABET
               EVALUATE WS-PUZU-ITEM-TYPE
                   WHEN 'S'
                       STRING "SCRAMBLE " WS-PUZU-ITEM-NO(2:1) ": "
                           WS-PUZU-ANSWER
                           DELIMITED BY SIZE
                           INTO WS-ANSWER-LINE(WS-ANSWER-SUB)
                   WHEN 'M'
                       STRING "MISSING LETTERS: " WS-PUZU-ANSWER
                           DELIMITED BY SIZE
                           INTO WS-ANSWER-LINE(WS-ANSWER-SUB)
                   WHEN OTHER
                       STRING "CIPHER CHALLENGE ("
                           WS-PUZU-ANSWER(1:6) "): " WS-WORD-UPPER
                           DELIMITED BY SIZE
                           INTO WS-ANSWER-LINE(WS-ANSWER-SUB)
               END-EVALUATE
           END-IF.
       BUILD-ONE-ANSWER-EXIT.

      ******************************************************************
      * Scrambles: isograms off ISOMSTR, letters only, not used this
      * season and clean on the style-guide screen. A word with no
      * letter twice scrambles to something that has only one
      * answer, which is why the desk always took them from here.
      ******************************************************************
       PICK-SCRAMBLE-WORDS.
           OPEN INPUT ISOGRAM-MASTER.
           IF WS-ISOM-FILE-STATUS NOT = "00" THEN
               DISPLAY "PUZGEN: NO ISOMSTR WORD MASTER - "
                   "NO SCRAMBLES THIS WEEK"
               MOVE 'PUZGEN' TO WS-EXCP-SOURCE-PARM
               MOVE 'ISOMSTR' TO WS-EXCP-KEY-PARM
               MOVE 'WORD MASTER MISSING - NO SCRAMBLES' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           ELSE
               COMPUTE WS-DATE-NUMBER = WS-RUN-MONTH * 31
                   + WS-RUN-DAY
               DIVIDE WS-DATE-NUMBER BY 26
                   GIVING WS-DATE-QUOTIENT
                   REMAINDER WS-DATE-REMAINDER
               COMPUTE WS-START-LETTER = WS-DATE-REMAINDER + 1
               MOVE SPACES TO WS-START-KEY
               MOVE WS-LOWER-ALPHABET(WS-START-LETTER:1) TO
                   WS-START-KEY
               MOVE 'N' TO WS-WRAPPED-SW
               MOVE 'N' TO WS-EOF-SW
               MOVE WS-START-KEY TO WS-ISOM-WORD
               START ISOGRAM-MASTER KEY >= WS-ISOM-WORD
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SW
               END-START
               PERFORM CONSIDER-ONE-WORD UNTIL WS-EOF
                   OR WS-SCRAMBLE-COUNT >= WS-SCRAMBLE-LIMIT
               IF WS-SCRAMBLE-COUNT < WS-SCRAMBLE-LIMIT
                   AND WS-START-LETTER > 1 THEN
                   MOVE 'Y' TO WS-WRAPPED-SW
                   MOVE 'N' TO WS-EOF-SW
                   MOVE LOW-VALUES TO WS-ISOM-WORD
                   START ISOGRAM-MASTER KEY >= WS-ISOM-WORD
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-SW
                   END-START
                   PERFORM CONSIDER-ONE-WORD UNTIL WS-EOF
                       OR WS-SCRAMBLE-COUNT >= WS-SCRAMBLE-LIMIT
               END-IF
               CLOSE ISOGRAM-MASTER
               MOVE 'N' TO WS-EOF-SW
           END-IF.
       PICK-SCRAMBLE-WORDS-EXIT.

       CONSIDER-ONE-WORD.
           READ ISOGRAM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-WRAPPED
                       AND WS-ISOM-WORD >= WS-START-KEY THEN
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       PERFORM EDIT-ONE-WORD
                       IF WS-CANDIDATE-OK THEN
                           PERFORM TAKE-ONE-SCRAMBLE
                       END-IF
                   END-IF
           END-READ.
       CONSIDER-ONE-WORD-EXIT.

      * A PASS word of letters only, five to twelve of them, that
      * has not been used this season and gets past the screen.
       EDIT-ONE-WORD.
           MOVE 'N' TO WS-CANDIDATE-SW.
           MOVE 0 TO WS-WORD-LEN.
           INSPECT WS-ISOM-WORD TALLYING WS-WORD-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ISOM-RESULT = 'PASS'
               AND WS-WORD-LEN >= WS-SCRAMBLE-MIN-LEN
               AND WS-WORD-LEN <= WS-SCRAMBLE-MAX-LEN THEN
               IF WS-ISOM-WORD(1:WS-WORD-LEN) IS ALPHABETIC-LOWER
                   AND WS-ISOM-WORD(WS-WORD-LEN + 1:) = SPACES THEN
                   MOVE WS-ISOM-WORD TO WS-ITEM-TEXT
                   PERFORM EDIT-ONE-CANDIDATE
               END-IF
           END-IF.
       EDIT-ONE-WORD-EXIT.

      * Shared by every item: WS-ITEM-TEXT is the PUZUSED key. Used
      * this season, or refused by the screen (which also marks it
      * 'X' for the season), and the candidate is passed over.
       EDIT-ONE-CANDIDATE.
           MOVE 'N' TO WS-CANDIDATE-SW.
           PERFORM LOOKUP-USED-WORD.
           IF WS-USED-FOUND
               AND WS-PUZU-SEASON-ID = WS-SEASON-ID THEN
               CONTINUE
           ELSE
               MOVE 'PUZGEN' TO WS-SCRN-SOURCE-PARM
               MOVE WS-ITEM-TEXT(1:15) TO WS-SCRN-KEY-PARM
               MOVE SPACES TO WS-SCRN-TEXT
               MOVE WS-ITEM-TEXT TO WS-SCRN-TEXT
               MOVE 60 TO WS-SCRN-TEXT-LEN
               PERFORM SCREEN-FOR-FORBIDDEN-WORDS
               IF WS-SCRN-CLEAN THEN
                   MOVE 'Y' TO WS-CANDIDATE-SW
               ELSE
                   ADD 1 TO WS-EXCLUDED-COUNT
                   MOVE 'X' TO WS-ITEM-TYPE
                   MOVE 0 TO WS-ITEM-NO
                   MOVE SPACES TO WS-ITEM-ANSWER
                   PERFORM MARK-ITEM-USED
               END-IF
           END-IF.
       EDIT-ONE-CANDIDATE-EXIT.

       LOOKUP-USED-WORD.
           MOVE 'N' TO WS-USED-FOUND-SW.
           MOVE WS-ITEM-TEXT TO WS-PUZU-WORD.
           READ PUZZLE-USED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-USED-FOUND-SW
           END-READ.
       LOOKUP-USED-WORD-EXIT.

      * WS-USED-FOUND still stands from the lookup: a word used in
      * an earlier season has its record rewritten for this one.
       MARK-ITEM-USED.
           INITIALIZE WS-PUZU-RECORD WITH FILLER.
           MOVE WS-ITEM-TEXT TO WS-PUZU-WORD.
           MOVE WS-SEASON-ID TO WS-PUZU-SEASON-ID.
           MOVE WS-RUN-DATE TO WS-PUZU-USED-DATE.
           MOVE WS-ITEM-TYPE TO WS-PUZU-ITEM-TYPE.
           MOVE WS-ITEM-NO TO WS-PUZU-ITEM-NO.
           MOVE WS-ITEM-ANSWER TO WS-PUZU-ANSWER.
           IF WS-USED-FOUND THEN
               REWRITE WS-PUZU-RECORD
                   INVALID KEY
                       DISPLAY "PUZGEN: PUZUSED REWRITE FAILED FOR "
                           WS-PUZU-WORD(1:20)
               END-REWRITE
           ELSE
               WRITE WS-PUZU-RECORD
                   INVALID KEY
                       DISPLAY "PUZGEN: PUZUSED WRITE FAILED FOR "
                           WS-PUZU-WORD(1:20)
               END-WRITE
           END-IF.
       MARK-ITEM-USED-EXIT.

      * The scramble is the even-numbered letters then the odd - with
      * no letter repeated it never comes out as the word itself.
       TAKE-ONE-SCRAMBLE.
           ADD 1 TO WS-SCRAMBLE-COUNT.
           ADD 1 TO WS-ITEMS-COUNT.
           MOVE WS-ISOM-WORD TO WS-WORD-UPPER.
           INSPECT WS-WORD-UPPER CONVERTING WS-LOWER-ALPHABET
               TO WS-UPPER-ALPHABET.
           MOVE SPACES TO WS-SCRAMBLED.
           MOVE 0 TO WS-OUT-POS.
           PERFORM TAKE-ONE-LETTER
               VARYING WS-SCAN FROM 2 BY 2
               UNTIL WS-SCAN > WS-WORD-LEN.
           PERFORM TAKE-ONE-LETTER
               VARYING WS-SCAN FROM 1 BY 2
               UNTIL WS-SCAN > WS-WORD-LEN.
           MOVE WS-WORD-UPPER TO WS-SCR-WORD(WS-SCRAMBLE-COUNT).
           MOVE WS-SCRAMBLED TO WS-SCR-SCRAMBLED(WS-SCRAMBLE-COUNT).
           MOVE 'S' TO WS-ITEM-TYPE.
           MOVE WS-SCRAMBLE-COUNT TO WS-ITEM-NO.
           MOVE WS-WORD-UPPER TO WS-ITEM-ANSWER.
           PERFORM MARK-ITEM-USED.
       TAKE-ONE-SCRAMBLE-EXIT.

       TAKE-ONE-LETTER.
           ADD 1 TO WS-OUT-POS.
           MOVE WS-WORD-UPPER(WS-SCAN:1) TO
               WS-SCRAMBLED(WS-OUT-POS:1).
       TAKE-ONE-LETTER-EXIT.

      ******************************************************************
      * Pangram items off the day's PANGOUT: the first sentence that
      * makes a fair missing-letters puzzle, then the next unused
      * PASS sentence for the cipher challenge. A PANGOUT with no
      * header is no day's output at all and both items are left
      * out.
      ******************************************************************
       PICK-PANGRAM-ITEMS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT PANGRAM-OUT.
           IF WS-PANG-FILE-STATUS NOT = "00" THEN
               PERFORM NOTE-NO-PANGRAMS
           ELSE
               READ PANGRAM-OUT
                   AT END
                       MOVE SPACES TO WS-PAN-OUT-HDR-TAG
               END-READ
               IF WS-PAN-OUT-HDR-TAG NOT = 'HDR' THEN
                   PERFORM NOTE-NO-PANGRAMS
               ELSE
                   PERFORM CONSIDER-ONE-SENTENCE UNTIL WS-EOF
                       OR (WS-MISSING-CHOSEN AND WS-CIPHER-CHOSEN)
               END-IF
               CLOSE PANGRAM-OUT
               MOVE 'N' TO WS-EOF-SW
           END-IF.
       PICK-PANGRAM-ITEMS-EXIT.

       NOTE-NO-PANGRAMS.
           DISPLAY "PUZGEN: NO PANGOUT FOR THE DAY - NO MISSING "
               "LETTERS OR CIPHER CHALLENGE THIS WEEK".
           MOVE 'PUZGEN' TO WS-EXCP-SOURCE-PARM.
           MOVE 'PANGOUT' TO WS-EXCP-KEY-PARM.
           MOVE 'PANGOUT MISSING OR HEADERLESS' TO
               WS-EXCP-REASON-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE 4 TO RETURN-CODE.
       NOTE-NO-PANGRAMS-EXIT.

       CONSIDER-ONE-SENTENCE.
           READ PANGRAM-OUT
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-PAN-OUT-TRL-TAG = 'TRL' THEN
                       MOVE 'Y' TO WS-EOF-SW
                   ELSE
                       IF WS-PAN-OUT-RESULT = 'PASS'
                           AND WS-PAN-OUT-SENTENCE NOT = SPACES THEN
                           PERFORM EDIT-ONE-SENTENCE
                       END-IF
                   END-IF
           END-READ.
       CONSIDER-ONE-SENTENCE-EXIT.

      * PANGRAM judges the whole sentence but keeps only its first
      * sixty characters, so the missing-letters item needs all 26
      * letters inside those sixty; any other PASS sentence will
      * still do for the cipher challenge.
       EDIT-ONE-SENTENCE.
           MOVE WS-PAN-OUT-SENTENCE TO WS-WORD-UPPER.
           INSPECT WS-WORD-UPPER CONVERTING WS-LOWER-ALPHABET
               TO WS-UPPER-ALPHABET.
           MOVE 0 TO WS-LETTERS-PRESENT.
           MOVE 0 TO WS-SINGLE-LETTERS.
           PERFORM COUNT-ONE-LETTER
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26.
           IF NOT WS-MISSING-CHOSEN
               AND WS-LETTERS-PRESENT = 26
               AND WS-SINGLE-LETTERS >= WS-BLANK-MIN THEN
               MOVE WS-PAN-OUT-SENTENCE TO WS-ITEM-TEXT
               PERFORM EDIT-ONE-CANDIDATE
               IF WS-CANDIDATE-OK THEN
                   PERFORM TAKE-MISSING-LETTERS
               END-IF
           ELSE
               IF NOT WS-CIPHER-CHOSEN THEN
                   MOVE WS-PAN-OUT-SENTENCE TO WS-ITEM-TEXT
                   PERFORM EDIT-ONE-CANDIDATE
                   IF WS-CANDIDATE-OK THEN
                       PERFORM TAKE-CIPHER-CHALLENGE
                   END-IF
               END-IF
           END-IF.
       EDIT-ONE-SENTENCE-EXIT.

       COUNT-ONE-LETTER.
           MOVE 0 TO WS-LETTER-COUNT(WS-LETTER-SUB).
           INSPECT WS-WORD-UPPER TALLYING
               WS-LETTER-COUNT(WS-LETTER-SUB) FOR ALL
               WS-UPPER-ALPHABET(WS-LETTER-SUB:1).
           IF WS-LETTER-COUNT(WS-LETTER-SUB) > 0 THEN
               ADD 1 TO WS-LETTERS-PRESENT
           END-IF.
           IF WS-LETTER-COUNT(WS-LETTER-SUB) = 1 THEN
               ADD 1 TO WS-SINGLE-LETTERS
           END-IF.
       COUNT-ONE-LETTER-EXIT.

      * The letters used only once are the ones blanked - each then
      * leaves exactly one gap, and the answer reads in alphabet
      * order.
       TAKE-MISSING-LETTERS.
           MOVE 'Y' TO WS-MISSING-CHOSEN-SW.
           ADD 1 TO WS-ITEMS-COUNT.
           MOVE WS-WORD-UPPER TO WS-MISSING-TEXT.
           MOVE SPACES TO WS-MISSING-ANSWER.
           MOVE 0 TO WS-BLANKED-COUNT.
           PERFORM BLANK-ONE-LETTER
               VARYING WS-LETTER-SUB FROM 1 BY 1
               UNTIL WS-LETTER-SUB > 26
               OR WS-BLANKED-COUNT >= WS-BLANK-LIMIT.
           MOVE 'M' TO WS-ITEM-TYPE.
           MOVE 1 TO WS-ITEM-NO.
           MOVE WS-MISSING-ANSWER TO WS-ITEM-ANSWER.
           PERFORM MARK-ITEM-USED.
       TAKE-MISSING-LETTERS-EXIT.

       BLANK-ONE-LETTER.
           IF WS-LETTER-COUNT(WS-LETTER-SUB) = 1 THEN
               INSPECT WS-MISSING-TEXT REPLACING ALL
                   WS-UPPER-ALPHABET(WS-LETTER-SUB:1) BY '_'
               ADD 1 TO WS-BLANKED-COUNT
               MOVE WS-UPPER-ALPHABET(WS-LETTER-SUB:1) TO
                   WS-MISSING-ANSWER(WS-BLANKED-COUNT:1)
           END-IF.
       BLANK-ONE-LETTER-EXIT.

      * The shift runs 1 to 25 off the day of the month, so it is
      * never the same two weeks running and never the plain text.
       TAKE-CIPHER-CHALLENGE.
           MOVE 'Y' TO WS-CIPHER-CHOSEN-SW.
           ADD 1 TO WS-ITEMS-COUNT.
           DIVIDE WS-RUN-DAY BY 25 GIVING WS-DATE-QUOTIENT
               REMAINDER WS-DATE-REMAINDER.
           COMPUTE WS-CIPHER-SHIFT = WS-DATE-REMAINDER + 1.
           COMPUTE WS-SHIFT-REST = 26 - WS-CIPHER-SHIFT.
           MOVE SPACES TO WS-ROTATED-ALPHABET.
           STRING WS-UPPER-ALPHABET(WS-CIPHER-SHIFT + 1:
                   WS-SHIFT-REST)
               WS-UPPER-ALPHABET(1:WS-CIPHER-SHIFT)
               DELIMITED BY SIZE INTO WS-ROTATED-ALPHABET.
           MOVE WS-WORD-UPPER TO WS-CIPHER-TEXT.
           INSPECT WS-CIPHER-TEXT CONVERTING WS-UPPER-ALPHABET
               TO WS-ROTATED-ALPHABET.
           MOVE 'C' TO WS-ITEM-TYPE.
           MOVE 1 TO WS-ITEM-NO.
           MOVE SPACES TO WS-ITEM-ANSWER.
           STRING "ROT " WS-CIPHER-SHIFT
               DELIMITED BY SIZE INTO WS-ITEM-ANSWER.
           PERFORM MARK-ITEM-USED.
       TAKE-CIPHER-CHALLENGE-EXIT.

      ******************************************************************
      * The page itself, appended to CIPHIN behind whatever the day's
      * bulletin file already holds. A week with nothing to set -
      * no words, no pangrams - goes out with no page at all rather
      * than a heading over nothing.
      ******************************************************************
       COMPOSE-PUZZLE-PAGE.
           IF WS-ITEMS-COUNT = 0 THEN
               DISPLAY "PUZGEN: NO PUZZLE ITEMS AVAILABLE - "
                   "NO PUZZLE PAGE THIS WEEK"
               MOVE 'PUZGEN' TO WS-EXCP-SOURCE-PARM
               MOVE WS-RUN-DATE TO WS-EXCP-KEY-PARM
               MOVE 'NO PUZZLE ITEMS - NO PUZZLE PAGE' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-BULLETIN-TEXT
               STRING "WORD PUZZLE PAGE FOR " WS-RUN-DATE
                   " - SEASON " WS-SEASON-ID
                   DELIMITED BY SIZE INTO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               PERFORM COMPOSE-SCRAMBLE-SECTION
               PERFORM COMPOSE-MISSING-SECTION
               PERFORM COMPOSE-CIPHER-SECTION
               PERFORM COMPOSE-ANSWER-SECTION
               MOVE WS-RUN-DATE TO WS-PUZ-BULLETIN-DATE
               PERFORM OPEN-CIPHER-IN
               PERFORM APPEND-ONE-BULLETIN
                   VARYING WS-PUZ-LINE-SCAN FROM 1 BY 1
                   UNTIL WS-PUZ-LINE-SCAN > WS-PUZ-LINE-COUNT
               CLOSE CIPHER-IN
           END-IF.
       COMPOSE-PUZZLE-PAGE-EXIT.

       OPEN-CIPHER-IN.
           OPEN EXTEND CIPHER-IN.
           IF WS-CIPH-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT CIPHER-IN
           END-IF.
       OPEN-CIPHER-IN-EXIT.

       WRITE-ONE-BULLETIN.
           IF WS-PUZ-LINE-COUNT < 20 THEN
               ADD 1 TO WS-PUZ-LINE-COUNT
               MOVE WS-BULLETIN-TEXT TO WS-PUZ-LINE(WS-PUZ-LINE-COUNT)
           END-IF.
       WRITE-ONE-BULLETIN-EXIT.

      * Segments numbered 1 to n of n under bulletin PZ plus the run
      * date, so CIPHDIST releases the page whole and in order or
      * not at all.
       APPEND-ONE-BULLETIN.
           INITIALIZE WS-CIPH-IN-RECORD WITH FILLER.
           MOVE 0 TO WS-CIPH-IN-KEY.
           MOVE WS-PUZ-LINE(WS-PUZ-LINE-SCAN) TO WS-CIPH-IN-TEXT.
           MOVE 'E' TO WS-CIPH-IN-MODE.
           MOVE 'PUZL' TO WS-CIPH-IN-CLASS.
           MOVE 'R' TO WS-CIPH-IN-TYPE.
           MOVE WS-PUZ-BULLETIN-ID TO WS-CIPH-IN-BULLETIN-ID.
           MOVE WS-PUZ-LINE-SCAN TO WS-CIPH-IN-SEG-NO.
           MOVE WS-PUZ-LINE-COUNT TO WS-CIPH-IN-SEG-COUNT.
           WRITE WS-CIPH-IN-RECORD.
           ADD 1 TO WS-BULLETINS-COUNT.
       APPEND-ONE-BULLETIN-EXIT.

       COMPOSE-SCRAMBLE-SECTION.
           IF WS-SCRAMBLE-COUNT > 0 THEN
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE "UNSCRAMBLE THESE WORDS - NO LETTER APPEARS TWICE"
                   TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               PERFORM COMPOSE-ONE-SCRAMBLE
                   VARYING WS-SCR-SUB FROM 1 BY 1
                   UNTIL WS-SCR-SUB > WS-SCRAMBLE-COUNT
           END-IF.
       COMPOSE-SCRAMBLE-SECTION-EXIT.

       COMPOSE-ONE-SCRAMBLE.
           MOVE SPACES TO WS-BULLETIN-TEXT.
           STRING "SCRAMBLE " WS-SCR-SUB(2:1) ": "
               WS-SCR-SCRAMBLED(WS-SCR-SUB)
               DELIMITED BY SIZE INTO WS-BULLETIN-TEXT.
           PERFORM WRITE-ONE-BULLETIN.
       COMPOSE-ONE-SCRAMBLE-EXIT.

       COMPOSE-MISSING-SECTION.
           IF WS-MISSING-CHOSEN THEN
               MOVE SPACES TO WS-BULLETIN-TEXT
               STRING "FIND THE MISSING LETTERS - THIS SENTENCE USES "
                   "EVERY LETTER OF THE ALPHABET"
                   DELIMITED BY SIZE INTO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE WS-MISSING-TEXT TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
           END-IF.
       COMPOSE-MISSING-SECTION-EXIT.

       COMPOSE-CIPHER-SECTION.
           IF WS-CIPHER-CHOSEN THEN
               MOVE SPACES TO WS-BULLETIN-TEXT
               STRING "CIPHER CHALLENGE - EVERY LETTER IS SHIFTED THE "
                   "SAME NUMBER OF PLACES ALONG THE ALPHABET"
                   DELIMITED BY SIZE INTO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE WS-CIPHER-TEXT TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
           END-IF.
       COMPOSE-CIPHER-SECTION-EXIT.

       COMPOSE-ANSWER-SECTION.
           MOVE 0 TO WS-ANSWER-COUNT.
           PERFORM COUNT-ONE-ANSWER
               VARYING WS-ANSWER-SUB FROM 1 BY 1
               UNTIL WS-ANSWER-SUB > 7.
           IF WS-ANSWER-COUNT > 0 THEN
               MOVE SPACES TO WS-BULLETIN-TEXT
               MOVE "ANSWERS TO LAST WEEK'S PUZZLES" TO
                   WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
               PERFORM COMPOSE-ONE-ANSWER
                   VARYING WS-ANSWER-SUB FROM 1 BY 1
                   UNTIL WS-ANSWER-SUB > 7
           END-IF.
       COMPOSE-ANSWER-SECTION-EXIT.

       COUNT-ONE-ANSWER.
           IF WS-ANSWER-LINE(WS-ANSWER-SUB) NOT = SPACES THEN
               ADD 1 TO WS-ANSWER-COUNT
           END-IF.
       COUNT-ONE-ANSWER-EXIT.

       COMPOSE-ONE-ANSWER.
           IF WS-ANSWER-LINE(WS-ANSWER-SUB) NOT = SPACES THEN
               MOVE WS-ANSWER-LINE(WS-ANSWER-SUB) TO WS-BULLETIN-TEXT
               PERFORM WRITE-ONE-BULLETIN
           END-IF.
       COMPOSE-ONE-ANSWER-EXIT.

       COPY RUNCTLP.
       COPY EXCPLOGP.
       COPY OPSCLOGP.
       COPY AUDTLOGP.
       COPY AUTHCHKP.
       COPY SCRNP.
