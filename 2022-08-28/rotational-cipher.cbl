      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 09/23/2024 JB - Every bulletin marked for encoding is screened
      *                against the editors' FORBMSTR forbidden-word
      *                master (see the FORBSCRN module and SCRNP
      *                copybook) before its key is resolved - the
      *                parm override included. Hits go to the SCRNREG
      *                screening register and EXCPLOG; a rejected
      *                bulletin is held out of CIPHOUT and logged
      *                severe like every other hold, and a
      *                substitution is ciphered as substituted. A
      *                decode request's text is ciphertext already
      *                and is not screened.
      * 10/07/2024 JB - A class whose CIPHKEY record carries cipher
      *                'V' is ciphered Vigenere under that record's
      *                keyword (see the VIGNCALC module and VIGNWS
      *                copybook) instead of rotated, with the same
      *                effective and expiry dates deciding which
      *                keyword is in force. Its CIPHOUT records carry
      *                type 'V' and key 00; a 'V' record whose
      *                keyword will not vet is dropped at load, and
      *                the mis-key check is skipped as it is for
      *                substitution.
      * 10/21/2024 JB - Every CIPHOUT record is stamped with a check
      *                value sealing its ciphertext, class and the
      *                business date under the class's key (see the
      *                CHKVCALC module and CHKVWS copybook), carved
      *                from the tail of the DIST/archive record width
      *                so it rides into the DIST copies and archives
      *                untouched. CIPHINB and CIPHARCH recompute it
      *                to prove nothing changed after sealing.
      * 10/28/2024 JB - A bulletin longer than one record now spans
      *                as many as it needs: CIPHIN and CIPHOUT carry
      *                a bulletin id, segment number and segment
      *                count, carved past the old record ends so a
      *                legacy record reads as a one-record bulletin.
      *                Each segment is screened, ciphered and sealed
      *                on its own (a Vigenere keyword restarts on
      *                every segment); CIPHDIST holds a bulletin back
      *                until all of its segments are present. A
      *                segment numbered outside its count is held
      *                severe.
      * 11/04/2024 JB - A bulletin record can carry a release date
      *                (carved past the segment count). One dated
      *                after the business date is not ciphered: it
      *                goes to the keyed EMBMSTR embargo master, and
      *                every held embargo whose date has come round
      *                is fed back through ahead of the night's
      *                CIPHIN and marked released. EMBMNT lists the
      *                master and cancels or brings an embargo
      *                forward. A release date that is no real date
      *                holds the record severe.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rotational-cipher.
           SELECT CIPHER-TRANS-MASTER ASSIGN TO "CIPHTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRNM-FILE-STATUS.
           SELECT EMBARGO-MASTER ASSIGN TO "EMBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-EMB-NO
               FILE STATUS IS WS-EMB-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY SCRNSEL.
       DATA DIVISION.
       FILE SECTION.
      * WS-CIPH-IN-MODE is 'E' for encode or 'D' for decode; it was
      * WS-CIPH-IN-TYPE picks the cipher: 'S' substitutes through the
      * class's CIPHTRN alphabet, anything else rotates ROT-N as the
      * record always has.
      * WS-CIPH-IN-BULLETIN-ID ties the records of one bulletin
      * together when it needs more than one: each carries its
      * segment number and the bulletin's segment count. A blank id
      * is a bulletin complete in the one record, as every record
      * was before the fields were added.
      * WS-CIPH-IN-RELEASE-DATE embargoes the record until that
      * business date; blank (every record before it was added)
      * releases it tonight.
       FD  CIPHER-IN.
       01 WS-CIPH-IN-RECORD.
           05 WS-CIPH-IN-KEY PIC 9(02).
           05 WS-CIPH-IN-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-NO PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-SEG-COUNT PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-IN-RELEASE-DATE PIC X(08).

       FD  CIPHER-OUT.
       01 WS-CIPH-OUT-RECORD.
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
      * today without going live early. The expiry date (carved
      * from FILLER, maintained by KEYMNT) retires a key: an
      * expired record never resolves, and a class left with
      * nothing but expired keys holds its bulletins. Cipher 'V'
      * (also carved from FILLER) makes the class Vigenere under
      * the keyword beside it; the key then goes unused.
       FD  CIPHER-KEY-MASTER.
       01 WS-KEYM-RECORD.
           05 WS-KEYM-CLASS PIC X(04).
           05 WS-KEYM-EXP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KEYM-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-CIPHER PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-KEYWORD PIC X(20).
           05 FILLER PIC X(30).

      * Translation-table master: one record per substitution
      * partner's bulletin class, carrying the 26-letter keyword
           05 WS-TRNM-ALPHABET PIC X(26).
           05 FILLER PIC X(49).

      * Embargo master: one record per CIPHIN record held back,
      * numbered in arrival order, carrying the record whole. The
      * status is 'H' held, 'R' released into the chain or 'C'
      * cancelled (EMBMNT); the action date is the business date
      * of the release or cancel, and EMBMNT's operator rides
      * beside it. Released and cancelled records stay on the
      * master as the embargo's history.
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
           05 WS-EMB-IMAGE PIC X(168).
           05 FILLER PIC X(20).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY SCRNFD.

       WORKING-STORAGE SECTION.
       01 WS-KEY PIC 9(2).
               10 WS-KEYT-KEY PIC 9(02).
               10 WS-KEYT-EXP-DATE PIC 9(08).
               10 WS-KEYT-DIGITS PIC X(01).
               10 WS-KEYT-CIPHER PIC X(01).
               10 WS-KEYT-KEYWORD PIC X(20).
       01 WS-CLASS PIC X(04).
       01 WS-KEY-RESOLVED-SW PIC X(01).
           88 WS-KEY-RESOLVED VALUE 'Y'.
       01 WS-KEY-EXPIRED-SW PIC X(01).
           88 WS-KEY-EXPIRED VALUE 'Y'.
       01 WS-BEST-EFF-DATE PIC 9(08).
       01 WS-KEY-CIPHER PIC X(01).
           88 WS-KEY-VIGENERE VALUE 'V'.
       01 WS-KEYWORD PIC X(20).
       01 WS-HELD-COUNT PIC 9(05) VALUE 0.

      * Set from the CIPHIN bulletin id and segment fields for each
      * record; blank id and zero segments for a one-record
      * bulletin and for the parm override.
       01 WS-BULLETIN-ID PIC X(10).
       01 WS-SEG-NO PIC 9(03) VALUE 0.
       01 WS-SEG-COUNT PIC 9(03) VALUE 0.
       01 WS-SEG-VALID-SW PIC X(01) VALUE 'Y'.
           88 WS-SEG-VALID VALUE 'Y'.

      * Set from the CIPHIN release date for each record; zero for
      * a record with none and for the parm override.
       01 WS-RELEASE-DATE PIC 9(08) VALUE 0.
       01 WS-RELEASE-VALID-SW PIC X(01) VALUE 'Y'.
           88 WS-RELEASE-VALID VALUE 'Y'.

      * The embargo master, swept for due releases before the
      * night's CIPHIN is read; the sweep also finds the highest
      * number on file, which the night's new embargoes follow.
       01 WS-EMB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EMB-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EMB-EOF VALUE 'Y'.
       01 WS-EMB-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-EMB-OPEN VALUE 'Y'.
       01 WS-EMB-LAST-NO PIC 9(06) VALUE 0.
       01 WS-EMBARGOED-COUNT PIC 9(07) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(07) VALUE 0.

      * Set from WS-CIPH-IN-MODE/WS-CIPH-PARM-MODE for each message;
      * defaults to encode when the record carries a blank or any
      * value other than 'D'.

      * Set from WS-CIPH-IN-TYPE for each message; defaults to the
      * original rotation when the record carries a blank or any
      * value other than 'S'. 'V' is never taken off the bulletin:
      * a rotation class turns Vigenere when its resolved key does.
       01 WS-TYPE PIC X(01) VALUE 'R'.
           88 WS-TYPE-ROTATE VALUE 'R'.
           88 WS-TYPE-SUBST VALUE 'S'.
           88 WS-TYPE-VIGENERE VALUE 'V'.

      * Translation table, loaded once at start of run the same way
      * the key master is. The class on a substitution message
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY SCRNWS.
       COPY VIGNWS.
       COPY CHKVWS.
       COPY DATECWS.

       PROCEDURE DIVISION.
       ROTATIONAL-CIPHER.
           OPEN OUTPUT CIPHER-OUT.
           PERFORM WRITE-RESULT-HEADER.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-SCREEN-REGISTER.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM CHECK-FOR-PARM-OVERRIDE.
           PERFORM OPEN-EMBARGO-MASTER.
           PERFORM RELEASE-DUE-EMBARGOES.
           PERFORM READ-CIPHER-RECORD.
           PERFORM PROCESS-ONE-MESSAGE UNTIL WS-EOF.
           CLOSE CIPHER-IN.
           IF WS-EMB-OPEN THEN
               CLOSE EMBARGO-MASTER
           END-IF.
           PERFORM WRITE-RESULT-TRAILER.
           CLOSE CIPHER-OUT.
           PERFORM CLOSE-SCREEN-REGISTER.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'ROT-CIPHER' TO WS-OPSC-SOURCE-PARM.
           MOVE 'MESSAGES CIPHERED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-MESSAGES-CIPHERED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'BULLETINS EMBARGOED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-EMBARGOED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           MOVE 'EMBARGOES RELEASED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-RELEASED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           IF WS-EMBARGOED-COUNT > 0 OR WS-RELEASED-COUNT > 0 THEN
               DISPLAY "EMBARGO: " WS-EMBARGOED-COUNT " RECORDS HELD "
                   "TO A LATER DATE, " WS-RELEASED-COUNT " RELEASED"
           END-IF.
           IF WS-HELD-COUNT > 0 THEN
               DISPLAY "WARNING: " WS-HELD-COUNT " MESSAGES HELD - "
                   "SEE EXCPLOG FOR THE REASONS"
           END-IF.
           STOP RUN.

                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM TAKE-BULLETIN-FIELDS
               END-READ.

      * Shared by the CIPHIN read and the embargo release, which
      * lays the held record back over WS-CIPH-IN-RECORD.
           TAKE-BULLETIN-FIELDS.
               MOVE WS-CIPH-IN-KEY TO WS-KEY.
               MOVE WS-CIPH-IN-TEXT TO WS-TEXT.
               MOVE WS-CIPH-IN-MODE TO WS-MODE.
               MOVE WS-CIPH-IN-CLASS TO WS-CLASS.
               MOVE WS-CIPH-IN-TYPE TO WS-TYPE.
               IF NOT WS-MODE-DECODE THEN
                   MOVE 'E' TO WS-MODE
               END-IF.
               IF NOT WS-TYPE-SUBST THEN
                   MOVE 'R' TO WS-TYPE
               END-IF.
               PERFORM TAKE-SEGMENT-NUMBERING.
               PERFORM TAKE-RELEASE-DATE.

      * A segment must fall inside its bulletin's count; one that
      * does not can never be placed, so it is held rather than
      * sent on to stall the whole bulletin at distribution.
           TAKE-SEGMENT-NUMBERING.
               MOVE WS-CIPH-IN-BULLETIN-ID TO WS-BULLETIN-ID.
               MOVE 0 TO WS-SEG-NO.
               MOVE 0 TO WS-SEG-COUNT.
               MOVE 'Y' TO WS-SEG-VALID-SW.
               IF WS-BULLETIN-ID NOT = SPACES THEN
                   IF WS-CIPH-IN-SEG-NO NUMERIC
                       AND WS-CIPH-IN-SEG-COUNT NUMERIC THEN
                       MOVE WS-CIPH-IN-SEG-NO TO WS-SEG-NO
                       MOVE WS-CIPH-IN-SEG-COUNT TO WS-SEG-COUNT
                   END-IF
                   IF WS-SEG-NO = 0 OR WS-SEG-COUNT = 0
                       OR WS-SEG-NO > WS-SEG-COUNT THEN
                       MOVE 'N' TO WS-SEG-VALID-SW
                   END-IF
               END-IF.

      * A release date must be a real date; one that is not could
      * release the record on the wrong night or never, so it is
      * held severe for someone to key it again.
           TAKE-RELEASE-DATE.
               MOVE 0 TO WS-RELEASE-DATE.
               MOVE 'Y' TO WS-RELEASE-VALID-SW.
               IF WS-CIPH-IN-RELEASE-DATE NOT = SPACES THEN
                   IF WS-CIPH-IN-RELEASE-DATE NUMERIC THEN
                       MOVE WS-CIPH-IN-RELEASE-DATE TO WS-RELEASE-DATE
                       MOVE 'INFO' TO WS-DATC-FUNCTION
                       MOVE WS-RELEASE-DATE TO WS-DATC-DATE-1
                       MOVE 0 TO WS-DATC-DATE-2
                       MOVE 0 TO WS-DATC-DAYS
                       CALL 'DATECALC' USING WS-DATC-REQUEST
                           WS-DATC-RESULT
                       IF NOT WS-DATC-OK THEN
                           MOVE 'N' TO WS-RELEASE-VALID-SW
                       END-IF
                   ELSE
                       MOVE 'N' TO WS-RELEASE-VALID-SW
                   END-IF
               END-IF.

           PROCESS-ONE-MESSAGE.
               EVALUATE TRUE
               WHEN NOT WS-SEG-VALID
                   PERFORM HOLD-MISNUMBERED-SEGMENT
               WHEN NOT WS-RELEASE-VALID
                   PERFORM HOLD-UNDATED-MESSAGE
               WHEN WS-RELEASE-DATE > WS-RUN-DATE AND
                   NOT WS-EMB-OPEN
                   PERFORM HOLD-UNEMBARGOED-MESSAGE
               WHEN WS-RELEASE-DATE > WS-RUN-DATE
                   PERFORM EMBARGO-ONE-MESSAGE
               WHEN OTHER
                   PERFORM PROCESS-ONE-MESSAGE-BODY
               END-EVALUATE.
               PERFORM READ-CIPHER-RECORD.

           HOLD-UNDATED-MESSAGE.
               ADD 1 TO WS-HELD-COUNT.
               DISPLAY "HELD: RELEASE DATE INVALID ON BULLETIN "
                   WS-TEXT(1:40).
               MOVE 'ROT-CIPHER' TO WS-EXCP-SOURCE-PARM.
               MOVE WS-CIPH-IN-RELEASE-DATE TO WS-EXCP-KEY-PARM.
               MOVE 'BULLETIN RELEASE DATE INVALID' TO
                   WS-EXCP-REASON-PARM.
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
               PERFORM LOG-EXCEPTION.

      * With no embargo master to hold it, a dated record can
      * neither go out early nor be kept; it is held severe and
      * has to be keyed again.
           HOLD-UNEMBARGOED-MESSAGE.
               ADD 1 TO WS-HELD-COUNT.
               DISPLAY "HELD: NO EMBMSTR FOR EMBARGOED BULLETIN "
                   WS-TEXT(1:40).
               MOVE 'ROT-CIPHER' TO WS-EXCP-SOURCE-PARM.
               MOVE WS-CIPH-IN-RELEASE-DATE TO WS-EXCP-KEY-PARM.
               MOVE 'EMBARGO MASTER UNAVAILABLE' TO
                   WS-EXCP-REASON-PARM.
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
               PERFORM LOG-EXCEPTION.

      * The record goes onto the master exactly as it came in, so
      * the release ciphers it as if it had arrived that night.
           EMBARGO-ONE-MESSAGE.
               ADD 1 TO WS-EMB-LAST-NO.
               INITIALIZE WS-EMB-RECORD WITH FILLER.
               MOVE WS-EMB-LAST-NO TO WS-EMB-NO.
               MOVE 'H' TO WS-EMB-STATUS.
               MOVE WS-RELEASE-DATE TO WS-EMB-RELEASE-DATE.
               MOVE WS-RUN-DATE TO WS-EMB-HELD-DATE.
               MOVE 0 TO WS-EMB-ACTION-DATE.
               MOVE WS-CIPH-IN-RECORD TO WS-EMB-IMAGE.
               WRITE WS-EMB-RECORD
                   INVALID KEY
                       DISPLAY "EMBMSTR WRITE FAILED FOR "
                           WS-EMB-NO
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'ROT-CIPHER' TO WS-EXCP-SOURCE-PARM
                       MOVE WS-EMB-NO TO WS-EXCP-KEY-PARM
                       MOVE 'EMBARGO COULD NOT BE WRITTEN' TO
                           WS-EXCP-REASON-PARM
                       MOVE 'S' TO WS-EXCP-SEVERITY-PARM
                       PERFORM LOG-EXCEPTION
                   NOT INVALID KEY
                       ADD 1 TO WS-EMBARGOED-COUNT
                       DISPLAY "EMBARGOED " WS-EMB-NO " UNTIL "
                           WS-RELEASE-DATE ": " WS-TEXT(1:40)
               END-WRITE.

           OPEN-EMBARGO-MASTER.
               OPEN I-O EMBARGO-MASTER.
               IF WS-EMB-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT EMBARGO-MASTER
                   CLOSE EMBARGO-MASTER
                   OPEN I-O EMBARGO-MASTER
               END-IF.
               IF WS-EMB-FILE-STATUS = "00" THEN
                   MOVE 'Y' TO WS-EMB-OPEN-SW
               ELSE
                   DISPLAY "NO EMBMSTR MASTER - NO EMBARGO RELEASED "
                       "AND DATED BULLETINS WILL BE HELD"
               END-IF.

      * Every held embargo due on or before the business date goes
      * through as a bulletin of tonight's, ahead of CIPHIN - a
      * release date that fell on a weekend or holiday comes out
      * on the next night the chain runs.
           RELEASE-DUE-EMBARGOES.
               MOVE 'N' TO WS-EMB-EOF-SW.
               IF WS-EMB-OPEN THEN
                   MOVE 0 TO WS-EMB-NO
                   START EMBARGO-MASTER KEY >= WS-EMB-NO
                       INVALID KEY
                           MOVE 'Y' TO WS-EMB-EOF-SW
                   END-START
                   PERFORM RELEASE-ONE-EMBARGO UNTIL WS-EMB-EOF
               END-IF.

           RELEASE-ONE-EMBARGO.
               READ EMBARGO-MASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EMB-EOF-SW
                   NOT AT END
                       MOVE WS-EMB-NO TO WS-EMB-LAST-NO
                       IF WS-EMB-HELD AND
                           WS-EMB-RELEASE-DATE <= WS-RUN-DATE THEN
                           PERFORM FEED-EMBARGO-BACK
                       END-IF
               END-READ.

      * The master's release date rules - EMBMNT may have brought
      * it forward - so the record's own date is not looked at
      * again.
           FEED-EMBARGO-BACK.
               MOVE WS-EMB-IMAGE TO WS-CIPH-IN-RECORD.
               PERFORM TAKE-BULLETIN-FIELDS.
               DISPLAY "RELEASED EMBARGO " WS-EMB-NO " DUE "
                   WS-EMB-RELEASE-DATE.
               IF WS-SEG-VALID THEN
                   PERFORM PROCESS-ONE-MESSAGE-BODY
               ELSE
                   PERFORM HOLD-MISNUMBERED-SEGMENT
               END-IF.
               MOVE 'R' TO WS-EMB-STATUS.
               MOVE WS-RUN-DATE TO WS-EMB-ACTION-DATE.
               REWRITE WS-EMB-RECORD
                   INVALID KEY
                       DISPLAY "EMBMSTR REWRITE FAILED FOR "
                           WS-EMB-NO
               END-REWRITE.
               ADD 1 TO WS-RELEASED-COUNT.

           HOLD-MISNUMBERED-SEGMENT.
               ADD 1 TO WS-HELD-COUNT.
               DISPLAY "HELD: SEGMENT NUMBERING INVALID FOR BULLETIN "
                   WS-BULLETIN-ID.
               MOVE 'ROT-CIPHER' TO WS-EXCP-SOURCE-PARM.
               MOVE WS-BULLETIN-ID TO WS-EXCP-KEY-PARM.
               MOVE 'BULLETIN SEGMENT NUMBERING INVALID' TO
                   WS-EXCP-REASON-PARM.
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
               PERFORM LOG-EXCEPTION.

      * Shared by the batch loop and the SYSIN parm override; the
      * parm path calls this directly since it has no next batch
      * record to read. Dispatches on WS-MODE - WS-CIPHER ends up
      * holding whichever result ran, encoded or deciphered, so the
      * sanity check and the write-out below don't need to know which.
      * The style-guide screen comes first: a bulletin carrying a
      * rejected word never gets as far as a key.
           PROCESS-ONE-MESSAGE-BODY.
               MOVE 'N' TO WS-DIGIT-MODE-SW.
               MOVE SPACE TO WS-SCRN-ACTION.
               IF WS-MODE-ENCODE THEN
                   PERFORM SCREEN-BULLETIN-WORDS
               END-IF.
               IF WS-SCRN-REJECT THEN
                   PERFORM HOLD-FORBIDDEN-MESSAGE
               ELSE
                   PERFORM RESOLVE-AND-CIPHER-MESSAGE
               END-IF.

      * A substitution message resolves its alphabet off the CIPHTRN
      * table rather than a rotation key; everything else resolves
      * exactly as before.
           RESOLVE-AND-CIPHER-MESSAGE.
               IF WS-TYPE-SUBST THEN
                   PERFORM RESOLVE-SUBST-ALPHABET
                   IF NOT WS-SUB-RESOLVED THEN
                       PERFORM RESOLVE-CLASS-KEY
                       EVALUATE TRUE
                       WHEN WS-KEY-RESOLVED
                           IF WS-KEY-VIGENERE THEN
                               MOVE 'V' TO WS-TYPE
                               MOVE 0 TO WS-KEY
                           END-IF
                           PERFORM CIPHER-RESOLVED-MESSAGE
                       WHEN WS-KEY-EXPIRED
                           PERFORM HOLD-EXPIRED-MESSAGE
                   END-IF
               END-IF.

           SCREEN-BULLETIN-WORDS.
               MOVE 'ROT-CIPHER' TO WS-SCRN-SOURCE-PARM.
               MOVE WS-TEXT(1:15) TO WS-SCRN-KEY-PARM.
               MOVE WS-TEXT TO WS-SCRN-TEXT.
               MOVE 128 TO WS-SCRN-TEXT-LEN.
               PERFORM SCREEN-FOR-FORBIDDEN-WORDS.
               IF WS-SCRN-SUBSTITUTE THEN
                   MOVE WS-SCRN-TEXT-OUT(1:128) TO WS-TEXT
               END-IF.

      * A bulletin the style guide refuses is held out of CIPHOUT
      * the same as one with no key: it does not go out tonight, so
      * the hold logs severe for EXCPALRT on top of the screen's own
      * record of the word.
           HOLD-FORBIDDEN-MESSAGE.
               ADD 1 TO WS-HELD-COUNT.
               DISPLAY "HELD: FORBIDDEN WORD IN BULLETIN "
                   WS-TEXT(1:40).
               MOVE 'ROT-CIPHER' TO WS-EXCP-SOURCE-PARM.
               MOVE WS-CLASS TO WS-EXCP-KEY-PARM.
               MOVE 'BULLETIN CARRIES A FORBIDDEN WORD' TO
                   WS-EXCP-REASON-PARM.
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
               PERFORM LOG-EXCEPTION.

           CIPHER-RESOLVED-MESSAGE.
               ADD 1 TO WS-MESSAGES-CIPHERED-COUNT.
               IF WS-MODE-DECODE THEN
                   EVALUATE TRUE
                   WHEN WS-TYPE-SUBST
                       PERFORM SUBST-DECODE-TEXT
                   WHEN WS-TYPE-VIGENERE
                       PERFORM VIGENERE-DECODE-TEXT
                   WHEN OTHER
                       PERFORM DECODE-TEXT
                   END-EVALUATE
                   MOVE WS-DECIPHERED TO WS-CIPHER
               ELSE
                   EVALUATE TRUE
                   WHEN WS-TYPE-SUBST
                       PERFORM SUBST-ENCODE-TEXT
                   WHEN WS-TYPE-VIGENERE
                       PERFORM VIGENERE-ENCODE-TEXT
                   WHEN OTHER
                       PERFORM ENCODE-TEXT
                   END-EVALUATE
               END-IF.
               DISPLAY 'KEY    : ' WS-KEY.
               DISPLAY 'TEXT   : ' WS-TEXT.
      * 26 (or 0) leaves the letter coverage untouched. A
      * substitution alphabet is a permutation, so matching
      * coverage is NORMAL there - any pangram would trip a
      * spurious warning - and the check is skipped. So it is for
      * Vigenere, where no one shift stands for the key.
               IF WS-TYPE-SUBST OR WS-TYPE-VIGENERE THEN
                   MOVE 'N' TO WS-MISKEY-WARN-SW
               ELSE
                   PERFORM CHECK-CIPHER-SANITY
                               MOVE WS-CIPH-PARM-MODE TO WS-MODE
                               MOVE SPACES TO WS-CLASS
                               MOVE 'R' TO WS-TYPE
                               MOVE SPACES TO WS-BULLETIN-ID
                               MOVE 0 TO WS-SEG-NO
                               MOVE 0 TO WS-SEG-COUNT
                               MOVE 0 TO WS-RELEASE-DATE
                               IF NOT WS-MODE-DECODE THEN
                                   MOVE 'E' TO WS-MODE
                               END-IF
                   AT END
                       MOVE 'Y' TO WS-KEYM-EOF-SW
                   NOT AT END
                       IF WS-KEYM-CIPHER = 'V' THEN
                           PERFORM VET-KEYWORD
                       ELSE
                           MOVE 'Y' TO WS-VIGN-VALID
                       END-IF
                       EVALUATE TRUE
                       WHEN NOT WS-VIGN-OK
                           DISPLAY "CIPHKEY KEYWORD FOR CLASS "
                               WS-KEYM-CLASS " EFFECTIVE "
                               WS-KEYM-EFF-DATE " WILL NOT SERVE - "
                               "RECORD DROPPED"
                       WHEN WS-KEYM-COUNT >= 50
                           DISPLAY "CIPHKEY MASTER OVER 50 ENTRIES, "
                               "RECORD DROPPED: " WS-KEYM-CLASS
                       WHEN OTHER
                           ADD 1 TO WS-KEYM-COUNT
                           MOVE WS-KEYM-CLASS TO
                               WS-KEYT-CLASS(WS-KEYM-COUNT)
                               MOVE 0 TO
                                   WS-KEYT-EXP-DATE(WS-KEYM-COUNT)
                           END-IF
      * A record from before the cipher field carries a space there
      * and reads as a rotation key.
                           MOVE WS-KEYM-CIPHER TO
                               WS-KEYT-CIPHER(WS-KEYM-COUNT)
                           MOVE WS-KEYM-KEYWORD TO
                               WS-KEYT-KEYWORD(WS-KEYM-COUNT)
                       END-EVALUATE
               END-READ.

      * A blank text through VIGNCALC answers only whether the
      * keyword will serve.
           VET-KEYWORD.
               MOVE 'E' TO WS-VIGN-DIRECTION.
               MOVE WS-KEYM-KEYWORD TO WS-VIGN-KEYWORD.
               MOVE 'N' TO WS-VIGN-DIGITS.
               MOVE SPACES TO WS-VIGN-TEXT.
               CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT.

           LOAD-TRANS-MASTER.
               OPEN INPUT CIPHER-TRANS-MASTER.
               IF WS-TRNM-FILE-STATUS = "00" THEN
               MOVE 'N' TO WS-KEY-RESOLVED-SW.
               MOVE 'N' TO WS-KEY-EXPIRED-SW.
               MOVE 'N' TO WS-DIGIT-MODE-SW.
               MOVE SPACE TO WS-KEY-CIPHER.
               MOVE SPACES TO WS-KEYWORD.
               MOVE 0 TO WS-BEST-EFF-DATE.
               IF WS-KEYM-COUNT > 0 THEN
                   PERFORM CHECK-ONE-KEY-ENTRY
                           MOVE WS-KEYT-KEY(WS-KEYM-SCAN) TO WS-KEY
                           MOVE WS-KEYT-DIGITS(WS-KEYM-SCAN) TO
                               WS-DIGIT-MODE-SW
                           MOVE WS-KEYT-CIPHER(WS-KEYM-SCAN) TO
                               WS-KEY-CIPHER
                           MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO
                               WS-KEYWORD
                       END-IF
                   END-IF
               END-IF.
               MOVE WS-CLASS TO WS-CIPH-OUT-CLASS.
               MOVE WS-TYPE TO WS-CIPH-OUT-TYPE.
               MOVE WS-DIGIT-MODE-SW TO WS-CIPH-OUT-DIGITS.
               MOVE WS-BULLETIN-ID TO WS-CIPH-OUT-BULLETIN-ID.
               MOVE WS-SEG-NO TO WS-CIPH-OUT-SEG-NO.
               MOVE WS-SEG-COUNT TO WS-CIPH-OUT-SEG-COUNT.
               PERFORM STAMP-CHECK-VALUE.
               WRITE WS-CIPH-OUT-RECORD.
               ADD 1 TO WS-RESULTS-WRITTEN-COUNT.

      * The seal goes over the ciphertext side of the record: the
      * cipher on an encode, the text that came in on a decode.
           STAMP-CHECK-VALUE.
               MOVE WS-CLASS TO WS-CHKV-CLASS.
               MOVE WS-RUN-DATE TO WS-CHKV-DATE.
               IF WS-MODE-DECODE THEN
                   MOVE WS-TEXT TO WS-CHKV-TEXT
               ELSE
                   MOVE WS-CIPHER TO WS-CHKV-TEXT
               END-IF.
               CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT.
               MOVE WS-CHKV-VALUE TO WS-CIPH-OUT-CHECK.

           WRITE-RESULT-HEADER.
               INITIALIZE WS-CIPH-OUT-HDR-RECORD WITH FILLER.
               MOVE 'HDR' TO WS-CIPH-OUT-HDR-TAG.
               PERFORM ROTATE-SOURCE-TO-RESULT.
               MOVE WS-ROTATE-RESULT TO WS-DECIPHERED.

      * The Vigenere pair. The keyword was vetted at load, so the
      * call cannot refuse it here.
           VIGENERE-ENCODE-TEXT.
               MOVE 'E' TO WS-VIGN-DIRECTION.
               PERFORM CALL-VIGENERE.
               MOVE WS-VIGN-TEXT-OUT TO WS-CIPHER.

           VIGENERE-DECODE-TEXT.
               MOVE 'D' TO WS-VIGN-DIRECTION.
               PERFORM CALL-VIGENERE.
               MOVE WS-VIGN-TEXT-OUT TO WS-DECIPHERED.

           CALL-VIGENERE.
               MOVE WS-KEYWORD TO WS-VIGN-KEYWORD.
               MOVE WS-DIGIT-MODE-SW TO WS-VIGN-DIGITS.
               MOVE WS-TEXT TO WS-VIGN-TEXT.
               CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT.

      * The substitution pair, shaped the same way ENCODE-TEXT and
      * DECODE-TEXT pair up: encode maps plain letter n to position
      * n of the partner's alphabet, decode finds the letter's
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.
           COPY SCRNP.
