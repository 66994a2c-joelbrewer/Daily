      ******************************************************************
      * Author: Joel Brewer
      * Date: 10/21/2024
      * Purpose: The bulletin check value. CIPHVFY proves a bulletin
      *          deciphers at send time, but nothing proved a DISTnn
      *          copy or a partner's REPLYnn file had not been
      *          altered in transit or by hand after that. The
      *          cipher step stamps every CIPHOUT record with the
      *          value this module computes from the ciphertext,
      *          class and business date under the class's key; the
      *          value rides into the DIST copies and archives, and
      *          CIPHINB and CIPHARCH recompute it here - see the
      *          CHKVWS copybook for the calling fields - so no two
      *          of them can ever disagree on it.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 10/21/2024 JB - First cut. The key is the class's CIPHKEY
      *                 record in force on the date, expiry honored
      *                 as the cipher step honors it.
      * 11/11/2024 JB - A request naming a key class seals under that
      *                 class's key instead of the bulletin class's,
      *                 for the per-recipient DISTnn copies; the
      *                 bulletin class is folded in either way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVCALC.
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
               10 WS-KEYT-KEYWORD PIC X(20).
       01 WS-BEST-EFF-DATE PIC 9(08).
       01 WS-SEAL-KEY-CLASS PIC X(04).

      * What gets folded: the key material either side of the class,
      * date and text, so the value cannot be carried over from one
      * key to another by working on the ends alone.
       01 WS-SEAL-SOURCE.
           05 WS-SEAL-KEY-FRONT.
               10 WS-SEAL-KEY PIC 9(02).
               10 WS-SEAL-KEYWORD PIC X(20).
           05 WS-SEAL-CLASS PIC X(04).
           05 WS-SEAL-DATE PIC 9(08).
           05 WS-SEAL-TEXT PIC X(128).
           05 WS-SEAL-KEY-BACK PIC X(22).
       01 WS-SEAL-LEN PIC 9(03) VALUE 184.

      * Each character folds in as its place in this list; anything
      * not on it folds in as one past the end.
       01 WS-SEAL-CHARSET-LIST.
           05 FILLER PIC X(10) VALUE '0123456789'.
           05 FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05 FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
           05 FILLER PIC X(20) VALUE " .,;:!?-()/&'+*%$#@=".
       01 WS-SEAL-CHARSET REDEFINES WS-SEAL-CHARSET-LIST PIC X(82).

       01 WS-SEAL-SUB PIC 9(03) VALUE 0.
       01 WS-SEAL-CHAR PIC X(01).
       01 WS-SEAL-CHAR-POS PIC 9(03) VALUE 0.
       01 WS-SEAL-WORK PIC 9(09) VALUE 0.
       01 WS-SEAL-QUOT PIC 9(09) VALUE 0.
       01 WS-SEAL-HASH PIC 9(06) VALUE 0.

       LINKAGE SECTION.
       01 LNK-REQUEST.
           05 LNK-CLASS PIC X(04).
           05 LNK-DATE PIC 9(08).
           05 LNK-TEXT PIC X(128).
           05 LNK-KEY-CLASS PIC X(04).
       01 LNK-RESULT.
           05 LNK-KEYED PIC X(01).
           05 LNK-VALUE PIC 9(06).

       PROCEDURE DIVISION USING LNK-REQUEST LNK-RESULT.
       COMPUTE-CHECK-VALUE.
           IF WS-FIRST-CALL THEN
               PERFORM LOAD-KEY-MASTER
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
           PERFORM RESOLVE-SEAL-KEY.
           MOVE WS-SEAL-KEY-FRONT TO WS-SEAL-KEY-BACK.
           MOVE LNK-CLASS TO WS-SEAL-CLASS.
           MOVE LNK-DATE TO WS-SEAL-DATE.
           MOVE LNK-TEXT TO WS-SEAL-TEXT.
           MOVE 0 TO WS-SEAL-HASH.
           PERFORM FOLD-ONE-CHARACTER
               VARYING WS-SEAL-SUB FROM 1 BY 1
               UNTIL WS-SEAL-SUB > WS-SEAL-LEN.
           MOVE WS-SEAL-HASH TO LNK-VALUE.
           GOBACK.
       COMPUTE-CHECK-VALUE-EXIT.

       LOAD-KEY-MASTER.
           OPEN INPUT CIPHER-KEY-MASTER.
           IF WS-KEYM-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-KEY-RECORD UNTIL WS-KEYM-EOF
               CLOSE CIPHER-KEY-MASTER
           ELSE
               DISPLAY "CHKVCALC: NO CIPHKEY MASTER - CHECK VALUES "
                   "SEALED UNKEYED"
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
                       DISPLAY "CHKVCALC: CIPHKEY MASTER OVER 50 "
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
                       MOVE WS-KEYM-KEYWORD TO
                           WS-KEYT-KEYWORD(WS-KEYM-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-KEY-RECORD-EXIT.

      * The latest effective record on or before the date, expired
      * records never resolving - the key the bulletin went out
      * under that night - the recipient's key when the request names
      * one, the bulletin class's otherwise.
       RESOLVE-SEAL-KEY.
           MOVE 'N' TO LNK-KEYED.
           IF LNK-KEY-CLASS = SPACES THEN
               MOVE LNK-CLASS TO WS-SEAL-KEY-CLASS
           ELSE
               MOVE LNK-KEY-CLASS TO WS-SEAL-KEY-CLASS
           END-IF.
           MOVE 0 TO WS-SEAL-KEY.
           MOVE SPACES TO WS-SEAL-KEYWORD.
           MOVE 0 TO WS-BEST-EFF-DATE.
           IF WS-KEYM-COUNT > 0 AND WS-SEAL-KEY-CLASS NOT = SPACES
               THEN
               PERFORM CHECK-ONE-KEY-ENTRY
                   VARYING WS-KEYM-SCAN FROM 1 BY 1
                   UNTIL WS-KEYM-SCAN > WS-KEYM-COUNT
           END-IF.
       RESOLVE-SEAL-KEY-EXIT.

       CHECK-ONE-KEY-ENTRY.
           IF WS-KEYT-CLASS(WS-KEYM-SCAN) = WS-SEAL-KEY-CLASS
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) <= LNK-DATE
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) >= WS-BEST-EFF-DATE
               AND (WS-KEYT-EXP-DATE(WS-KEYM-SCAN) = 0
                   OR WS-KEYT-EXP-DATE(WS-KEYM-SCAN) >= LNK-DATE)
               THEN
               MOVE 'Y' TO LNK-KEYED
               MOVE WS-KEYT-EFF-DATE(WS-KEYM-SCAN) TO WS-BEST-EFF-DATE
               MOVE WS-KEYT-KEY(WS-KEYM-SCAN) TO WS-SEAL-KEY
               MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO WS-SEAL-KEYWORD
           END-IF.
       CHECK-ONE-KEY-ENTRY-EXIT.

      * Each character moves the running value on by 131 places
      * and its own place in the list, kept under 999983 - the
      * largest prime that fits six digits.
       FOLD-ONE-CHARACTER.
           MOVE WS-SEAL-SOURCE(WS-SEAL-SUB:1) TO WS-SEAL-CHAR.
           MOVE 0 TO WS-SEAL-CHAR-POS.
           INSPECT WS-SEAL-CHARSET TALLYING WS-SEAL-CHAR-POS
               FOR CHARACTERS BEFORE INITIAL WS-SEAL-CHAR.
           COMPUTE WS-SEAL-WORK = WS-SEAL-HASH * 131 +
               WS-SEAL-CHAR-POS + 1.
           DIVIDE WS-SEAL-WORK BY 999983 GIVING WS-SEAL-QUOT
               REMAINDER WS-SEAL-HASH.
       FOLD-ONE-CHARACTER-EXIT.

       END PROGRAM CHKVCALC.
