      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/23/2024
      * Purpose: The style-guide screen. The editors keep the words
      *          that must never reach print or a bulletin - trade-
      *          marks, slurs, retired sponsor names - on the keyed
      *          FORBMSTR master FORBMNT maintains, each with the
      *          action to take: reject the text, warn and let it
      *          through, or substitute the master's replacement.
      *          This module is CALLed by ISOGRAM, PANGRAM, ROT-
      *          CIPHER and NEWSLTR - see the SCRNWS and SCRNP
      *          copybooks for the calling fields - and hands back
      *          every forbidden word in a piece of text, the
      *          strongest action among them, and the text with the
      *          substitutions made. It writes nothing itself: the
      *          caller logs the hits to SCRNREG and EXCPLOG.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/23/2024 JB - First cut. Words match whole and regardless
      *                 of case, so a trademark inside a longer word
      *                 is left alone; a master entry may be a
      *                 phrase of several words. A missing master
      *                 screens nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORBSCRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORBIDDEN-MASTER ASSIGN TO "FORBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-FORB-WORD
               FILE STATUS IS WS-FORB-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout FORBMNT maintains.
       FD  FORBIDDEN-MASTER.
       01 WS-FORB-RECORD.
           05 WS-FORB-WORD PIC X(30).
           05 WS-FORB-CATEGORY PIC X(01).
           05 WS-FORB-ACTION PIC X(01).
           05 WS-FORB-SUBSTITUTE PIC X(30).
           05 WS-FORB-ADDED-DATE PIC 9(08).
           05 WS-FORB-ADDED-BY PIC X(08).
           05 FILLER PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-FORB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-FIRST-CALL-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y'.
       01 WS-FORB-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-FORB-EOF VALUE 'Y'.

      * Forbidden-word master, held whole for the run - the editors'
      * list runs to a few dozen words, and FORBMNT warns well short
      * of this table filling.
       01 WS-FT-COUNT PIC 9(03) VALUE 0.
       01 WS-FT-SCAN PIC 9(03) VALUE 0.
       01 WS-FT-TABLE.
           05 WS-FT-ENTRY OCCURS 500 TIMES.
               10 WS-FT-WORD PIC X(30).
               10 WS-FT-LEN PIC 9(02).
               10 WS-FT-CATEGORY PIC X(01).
               10 WS-FT-ACTION PIC X(01).
               10 WS-FT-SUBSTITUTE PIC X(30).
               10 WS-FT-SUBST-LEN PIC 9(02).

      * The text as it stands after any substitutions so far, an
      * upper-case copy of it to match against, and the rebuild area
      * a substitution writes the next version into.
       01 WS-WORK-TEXT PIC X(240).
       01 WS-WORK-LEN PIC 9(03) VALUE 0.
       01 WS-UPPER-TEXT PIC X(240).
       01 WS-NEW-TEXT PIC X(240).
       01 WS-NEW-LEN PIC 9(03) VALUE 0.
       01 WS-PIECE PIC X(30).
       01 WS-PIECE-LEN PIC 9(03) VALUE 0.
       01 WS-POS PIC 9(03) VALUE 0.
       01 WS-AFTER-POS PIC 9(03) VALUE 0.
       01 WS-WORD-LEN PIC 9(02) VALUE 0.
       01 WS-TALLY PIC 9(03) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(03) VALUE 0.
       01 WS-WHOLE-WORD-SW PIC X(01) VALUE 'N'.
           88 WS-WHOLE-WORD VALUE 'Y'.
      * A letter or digit either side of a match means it sits
      * inside a longer word and is no hit.
       01 WS-EDGE-CHAR PIC X(01).
           88 WS-EDGE-IS-WORD VALUE 'A' THRU 'Z' '0' THRU '9'.
       01 WS-LOWER-ALPHABET PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-ALPHABET PIC X(26)
           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       LINKAGE SECTION.
       01 LNK-REQUEST.
           05 LNK-TEXT PIC X(240).
           05 LNK-TEXT-LEN PIC 9(03).
       01 LNK-RESULT.
           05 LNK-ACTION PIC X(01).
           05 LNK-TEXT-OUT PIC X(240).
           05 LNK-HIT-COUNT PIC 9(03).
           05 LNK-HIT OCCURS 10 TIMES.
               10 LNK-HIT-WORD PIC X(30).
               10 LNK-HIT-CATEGORY PIC X(01).
               10 LNK-HIT-ACTION PIC X(01).
               10 LNK-HIT-TIMES PIC 9(03).

       PROCEDURE DIVISION USING LNK-REQUEST LNK-RESULT.
       SCREEN-TEXT-REQUEST.
      * The master is loaded on the first call and kept until the
      * run unit ends - the callers screen once per record.
           IF WS-FIRST-CALL THEN
               PERFORM LOAD-FORBIDDEN-TABLE
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
           MOVE SPACES TO LNK-RESULT.
           MOVE 0 TO LNK-HIT-COUNT.
           MOVE LNK-TEXT TO WS-WORK-TEXT.
           IF LNK-TEXT-LEN > 0 AND LNK-TEXT-LEN NOT > 240 THEN
               MOVE LNK-TEXT-LEN TO WS-WORK-LEN
           ELSE
               MOVE 240 TO WS-WORK-LEN
           END-IF.
           PERFORM REFRESH-UPPER-TEXT.
           IF WS-FT-COUNT > 0 THEN
               PERFORM SCREEN-ONE-ENTRY
                   VARYING WS-FT-SCAN FROM 1 BY 1
                   UNTIL WS-FT-SCAN > WS-FT-COUNT
           END-IF.
           MOVE WS-WORK-TEXT TO LNK-TEXT-OUT.
           GOBACK.
       SCREEN-TEXT-REQUEST-EXIT.

       LOAD-FORBIDDEN-TABLE.
           MOVE 0 TO WS-FT-COUNT.
           MOVE 'N' TO WS-FORB-EOF-SW.
           OPEN INPUT FORBIDDEN-MASTER.
           IF WS-FORB-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-FORBIDDEN-WORD UNTIL WS-FORB-EOF
               CLOSE FORBIDDEN-MASTER
           ELSE
               DISPLAY "FORBSCRN: FORBIDDEN-WORD MASTER NOT "
                   "AVAILABLE (STATUS " WS-FORB-FILE-STATUS
                   ") - NO TEXT SCREENED"
           END-IF.
       LOAD-FORBIDDEN-TABLE-EXIT.

       LOAD-ONE-FORBIDDEN-WORD.
           READ FORBIDDEN-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-FORB-EOF-SW
               NOT AT END
                   IF WS-FORB-WORD NOT = SPACES THEN
                       IF WS-FT-COUNT >= 500 THEN
                           DISPLAY "FORBSCRN: MASTER OVER 500 "
                               "ENTRIES, WORD NOT SCREENED: "
                               WS-FORB-WORD
                       ELSE
                           PERFORM TABLE-ONE-FORBIDDEN-WORD
                       END-IF
                   END-IF
           END-READ.
       LOAD-ONE-FORBIDDEN-WORD-EXIT.

      * FORBMNT keys the master upper case; it is folded again here
      * so a word keyed any other way still matches.
       TABLE-ONE-FORBIDDEN-WORD.
           ADD 1 TO WS-FT-COUNT.
           INSPECT WS-FORB-WORD
               CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
           MOVE WS-FORB-WORD TO WS-FT-WORD(WS-FT-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FORB-WORD TRAILING))
               TO WS-FT-LEN(WS-FT-COUNT).
           MOVE WS-FORB-CATEGORY TO WS-FT-CATEGORY(WS-FT-COUNT).
           MOVE WS-FORB-ACTION TO WS-FT-ACTION(WS-FT-COUNT).
           MOVE WS-FORB-SUBSTITUTE TO WS-FT-SUBSTITUTE(WS-FT-COUNT).
           IF WS-FORB-SUBSTITUTE = SPACES THEN
               MOVE 0 TO WS-FT-SUBST-LEN(WS-FT-COUNT)
           ELSE
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-FORB-SUBSTITUTE TRAILING))
                   TO WS-FT-SUBST-LEN(WS-FT-COUNT)
           END-IF.
      * A substitute entry with nothing to substitute, or an action
      * FORBMNT would not have taken, can only be warned about.
           IF WS-FT-ACTION(WS-FT-COUNT) = 'S' AND
               WS-FT-SUBST-LEN(WS-FT-COUNT) = 0 THEN
               MOVE 'W' TO WS-FT-ACTION(WS-FT-COUNT)
           END-IF.
           IF WS-FT-ACTION(WS-FT-COUNT) NOT = 'R' AND
               WS-FT-ACTION(WS-FT-COUNT) NOT = 'S' THEN
               MOVE 'W' TO WS-FT-ACTION(WS-FT-COUNT)
           END-IF.
       TABLE-ONE-FORBIDDEN-WORD-EXIT.

       REFRESH-UPPER-TEXT.
           MOVE WS-WORK-TEXT TO WS-UPPER-TEXT.
           INSPECT WS-UPPER-TEXT
               CONVERTING WS-LOWER-ALPHABET TO WS-UPPER-ALPHABET.
       REFRESH-UPPER-TEXT-EXIT.

      * The tally is the cheap test most entries fail; only a word
      * that appears somewhere in the text gets the position-by-
      * position walk that proves it stands as a whole word and,
      * for a substitution, rebuilds the text around it.
       SCREEN-ONE-ENTRY.
           MOVE WS-FT-LEN(WS-FT-SCAN) TO WS-WORD-LEN.
           MOVE 0 TO WS-TALLY.
           IF WS-WORD-LEN NOT > WS-WORK-LEN THEN
               INSPECT WS-UPPER-TEXT(1:WS-WORK-LEN) TALLYING WS-TALLY
                   FOR ALL WS-FT-WORD(WS-FT-SCAN)(1:WS-WORD-LEN)
           END-IF.
           IF WS-TALLY > 0 THEN
               MOVE 0 TO WS-MATCH-COUNT
               MOVE SPACES TO WS-NEW-TEXT
               MOVE 0 TO WS-NEW-LEN
               MOVE 1 TO WS-POS
               PERFORM SCAN-ONE-POSITION UNTIL WS-POS > WS-WORK-LEN
               IF WS-MATCH-COUNT > 0 THEN
                   PERFORM RECORD-SCREEN-HIT
                   IF WS-FT-ACTION(WS-FT-SCAN) = 'S' THEN
                       MOVE WS-NEW-TEXT TO WS-WORK-TEXT
                       MOVE WS-NEW-LEN TO WS-WORK-LEN
                       PERFORM REFRESH-UPPER-TEXT
                   END-IF
               END-IF
           END-IF.
       SCREEN-ONE-ENTRY-EXIT.

       SCAN-ONE-POSITION.
           MOVE 'N' TO WS-WHOLE-WORD-SW.
           IF WS-POS + WS-WORD-LEN - 1 NOT > WS-WORK-LEN THEN
               IF WS-UPPER-TEXT(WS-POS:WS-WORD-LEN) =
                   WS-FT-WORD(WS-FT-SCAN)(1:WS-WORD-LEN) THEN
                   PERFORM CHECK-WORD-BOUNDARIES
               END-IF
           END-IF.
           IF WS-WHOLE-WORD THEN
               ADD 1 TO WS-MATCH-COUNT
               IF WS-FT-ACTION(WS-FT-SCAN) = 'S' THEN
                   MOVE WS-FT-SUBSTITUTE(WS-FT-SCAN) TO WS-PIECE
                   MOVE WS-FT-SUBST-LEN(WS-FT-SCAN) TO WS-PIECE-LEN
               ELSE
                   MOVE WS-WORK-TEXT(WS-POS:WS-WORD-LEN) TO WS-PIECE
                   MOVE WS-WORD-LEN TO WS-PIECE-LEN
               END-IF
               ADD WS-WORD-LEN TO WS-POS
           ELSE
               MOVE WS-WORK-TEXT(WS-POS:1) TO WS-PIECE
               MOVE 1 TO WS-PIECE-LEN
               ADD 1 TO WS-POS
           END-IF.
           PERFORM APPEND-TEXT-PIECE.
       SCAN-ONE-POSITION-EXIT.

       CHECK-WORD-BOUNDARIES.
           MOVE 'Y' TO WS-WHOLE-WORD-SW.
           IF WS-POS > 1 THEN
               MOVE WS-UPPER-TEXT(WS-POS - 1:1) TO WS-EDGE-CHAR
               IF WS-EDGE-IS-WORD THEN
                   MOVE 'N' TO WS-WHOLE-WORD-SW
               END-IF
           END-IF.
           COMPUTE WS-AFTER-POS = WS-POS + WS-WORD-LEN.
           IF WS-AFTER-POS NOT > WS-WORK-LEN THEN
               MOVE WS-UPPER-TEXT(WS-AFTER-POS:1) TO WS-EDGE-CHAR
               IF WS-EDGE-IS-WORD THEN
                   MOVE 'N' TO WS-WHOLE-WORD-SW
               END-IF
           END-IF.
       CHECK-WORD-BOUNDARIES-EXIT.

      * A substitute longer than the word it replaces can push the
      * tail of a full text off the end; what fits is kept.
       APPEND-TEXT-PIECE.
           IF WS-NEW-LEN + WS-PIECE-LEN > 240 THEN
               COMPUTE WS-PIECE-LEN = 240 - WS-NEW-LEN
           END-IF.
           IF WS-PIECE-LEN > 0 THEN
               MOVE WS-PIECE(1:WS-PIECE-LEN) TO
                   WS-NEW-TEXT(WS-NEW-LEN + 1:WS-PIECE-LEN)
               ADD WS-PIECE-LEN TO WS-NEW-LEN
           END-IF.
       APPEND-TEXT-PIECE-EXIT.

      * Reject outranks substitute outranks warn: one rejected word
      * refuses the whole text whatever else was in it.
       RECORD-SCREEN-HIT.
           ADD 1 TO LNK-HIT-COUNT.
           IF LNK-HIT-COUNT NOT > 10 THEN
               MOVE WS-FT-WORD(WS-FT-SCAN) TO
                   LNK-HIT-WORD(LNK-HIT-COUNT)
               MOVE WS-FT-CATEGORY(WS-FT-SCAN) TO
                   LNK-HIT-CATEGORY(LNK-HIT-COUNT)
               MOVE WS-FT-ACTION(WS-FT-SCAN) TO
                   LNK-HIT-ACTION(LNK-HIT-COUNT)
               MOVE WS-MATCH-COUNT TO LNK-HIT-TIMES(LNK-HIT-COUNT)
           END-IF.
           EVALUATE WS-FT-ACTION(WS-FT-SCAN)
           WHEN 'R'
               MOVE 'R' TO LNK-ACTION
           WHEN 'S'
               IF LNK-ACTION NOT = 'R' THEN
                   MOVE 'S' TO LNK-ACTION
               END-IF
           WHEN OTHER
               IF LNK-ACTION = SPACE THEN
                   MOVE 'W' TO LNK-ACTION
               END-IF
           END-EVALUATE.
       RECORD-SCREEN-HIT-EXIT.

       END PROGRAM FORBSCRN.
