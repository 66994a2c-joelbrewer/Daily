      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 10/07/2024 JB - ADD stages a Vigenere key: cipher 'V' in
      *                column 39 and the keyword in columns 41-60.
      *                The keyword is vetted through the VIGNCALC
      *                module (three to twenty letters, not all A's)
      *                and stored upper-cased; a bad keyword or an
      *                unknown cipher is refused with RC 8. LIST
      *                shows the cipher but never the keyword.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KEYMNT.
           05 WS-KEYM-EXP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KEYM-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-CIPHER PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-KEYWORD PIC X(20).
           05 FILLER PIC X(30).

      * One function card ('D' behind the key flags digit mode):
      *   ADD   cccc eff-date exp-date kk d  stage a key for a class
      *   LIST                               print the whole master
      *   WARN                         ddd   report keys expiring
      *                                      inside ddd days
      * A Vigenere ADD carries 'V' in column 39 and its keyword in
      * columns 41-60; the key columns are then left blank.
       FD  KEY-MAINT-PARM.
       01 WS-KEYP-RECORD.
           05 WS-KEYP-FUNC PIC X(05).
           05 WS-KEYP-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYP-DAYS PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-KEYP-CIPHER PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYP-KEYWORD PIC X(20).
           05 FILLER PIC X(20).

       FD  KEY-MAINT-RPT.
       01 WS-RPT-RECORD PIC X(80).
       01 WS-EXP-DATE PIC 9(08) VALUE 0.
       01 WS-KEY PIC 9(02) VALUE 0.
       01 WS-DIGITS-FLAG PIC X(01) VALUE SPACE.
       01 WS-CIPHER-FLAG PIC X(01) VALUE SPACE.
           88 WS-CIPHER-VIGENERE VALUE 'V'.
       01 WS-KEYWORD PIC X(20) VALUE SPACES.
       01 WS-WARN-DAYS PIC 9(03) VALUE 7.

      * The usable horizon per class: the furthest expiry (zero
       COPY EXCPWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY VIGNWS.

       PROCEDURE DIVISION.
       MAIN.
                           MOVE WS-KEYP-KEY TO WS-KEY
                       END-IF
                       MOVE WS-KEYP-DIGITS TO WS-DIGITS-FLAG
                       MOVE WS-KEYP-CIPHER TO WS-CIPHER-FLAG
                       MOVE FUNCTION UPPER-CASE(WS-KEYP-KEYWORD) TO
                           WS-KEYWORD
                       IF WS-KEYP-DAYS NUMERIC AND
                           WS-KEYP-DAYS > 0 THEN
                           MOVE WS-KEYP-DAYS TO WS-WARN-DAYS
      * date, so staging tomorrow's key today is the whole point.
      ******************************************************************
       STAGE-ONE-KEY.
           MOVE 'Y' TO WS-VIGN-VALID.
           IF WS-CIPHER-VIGENERE THEN
               MOVE 'E' TO WS-VIGN-DIRECTION
               MOVE WS-KEYWORD TO WS-VIGN-KEYWORD
               MOVE 'N' TO WS-VIGN-DIGITS
               MOVE SPACES TO WS-VIGN-TEXT
               CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT
               MOVE 0 TO WS-KEY
           ELSE
               MOVE SPACES TO WS-KEYWORD
           END-IF.
           EVALUATE TRUE
           WHEN WS-CLASS = SPACES
               DISPLAY "KEYMNT: ADD NEEDS A CLASS"
               DISPLAY "KEYMNT: KEY WOULD EXPIRE BEFORE IT TAKES "
                   "EFFECT - NOT STAGED"
               MOVE 8 TO RETURN-CODE
           WHEN WS-CIPHER-FLAG NOT = SPACE AND NOT WS-CIPHER-VIGENERE
               DISPLAY "KEYMNT: UNKNOWN CIPHER '" WS-CIPHER-FLAG
                   "' - NOT STAGED"
               MOVE 8 TO RETURN-CODE
           WHEN NOT WS-VIGN-OK
               DISPLAY "KEYMNT: VIGENERE KEYWORD MUST BE 3 TO 20 "
                   "LETTERS, NOT ALL A - NOT STAGED"
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               OPEN EXTEND CIPHER-KEY-MASTER
               IF WS-KEYM-FILE-STATUS NOT = "00" THEN
               MOVE WS-KEY TO WS-KEYM-KEY
               MOVE WS-DIGITS-FLAG TO WS-KEYM-DIGITS
               MOVE WS-EXP-DATE TO WS-KEYM-EXP-DATE
               MOVE WS-CIPHER-FLAG TO WS-KEYM-CIPHER
               MOVE WS-KEYWORD TO WS-KEYM-KEYWORD
               WRITE WS-KEYM-RECORD
               CLOSE CIPHER-KEY-MASTER
               DISPLAY "KEYMNT: KEY STAGED FOR CLASS " WS-CLASS
               STRING "CIPHER KEY MASTER - RUN ID " WS-RUN-ID
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE "CLAS EFFECTIVE  EXPIRES   DIGITS CIPHER" TO
                   WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               PERFORM LIST-ONE-KEY UNTIL WS-EOF
           END-IF.
       LIST-KEY-MASTER-EXIT.

      * The key value itself never prints, nor a Vigenere keyword -
      * the listing proves when a class's key changed, not what it
      * is.
       LIST-ONE-KEY.
           READ CIPHER-KEY-MASTER
               AT END
                   IF WS-KEYM-DIGITS = 'D' THEN
                       MOVE "D" TO WS-RPT-RECORD(29:1)
                   END-IF
                   IF WS-KEYM-CIPHER = 'V' THEN
                       MOVE "V" TO WS-RPT-RECORD(36:1)
                   END-IF
                   WRITE WS-RPT-RECORD
           END-READ.
       LIST-ONE-KEY-EXIT.
