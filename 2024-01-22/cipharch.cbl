      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 10/07/2024 JB - REISSUE proves each Vigenere bulletin (type
      *                'V') still deciphers under the keyword CIPHKEY
      *                had in force for its class on the business
      *                date being re-issued (see the VIGNCALC module)
      *                and names that keyword's effective date on the
      *                register, so the partner knows which keyword
      *                to read it with after a rollover. A keyword
      *                no longer on file, or a bulletin that no
      *                longer proves, is re-issued all the same but
      *                flagged on the register and logged, and the
      *                run ends 4.
      * 10/21/2024 JB - REISSUE recomputes each bulletin's check value
      *                (see the CHKVCALC module) over its archived
      *                ciphertext, class and business date. A
      *                bulletin whose value does not prove was
      *                changed on the archive: it is not re-issued,
      *                but rejected to CIPHIREJ and logged severe,
      *                and the run ends 8. A bulletin archived before
      *                check values were stamped carries none and is
      *                re-issued with a register note saying so.
      * 10/28/2024 JB - CIPHOUT, the archive image and REISSUE widened
      *                to 299 for the bulletin id and segment fields,
      *                so a multi-record bulletin re-issues segment by
      *                segment in the order it was archived. A
      *                segment rejected here names its bulletin id
      *                and segment number on CIPHIREJ, as CIPHINB's
      *                rejects now do.
      * 11/11/2024 JB - REISSUE sends what CIPHDIST sent: a recipient
      *                whose CIPHRTE route names a key class of their
      *                own gets each encode bulletin enciphered
      *                afresh under the key that class had in force
      *                on the business date (see the RCPTCALC
      *                module) and sealed again under it, the
      *                register naming the key and its effective
      *                date. The archived record is proved first, as
      *                before. A bulletin with no recipient key in
      *                force on the date was held that night and is
      *                not re-issued either: it is listed on the
      *                register and logged, and the run ends 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHARCH.
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT ARCHIVE-REGISTER ASSIGN TO "CARCREG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CIPHER-KEY-MASTER ASSIGN TO "CIPHKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYM-FILE-STATUS.
           SELECT INBOUND-REJ ASSIGN TO "CIPHIREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRJ-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
       FILE SECTION.
      * CIPHOUT as the cipher step writes it, envelope included.
       FD  CIPHER-OUT.
       01 WS-CIPH-OUT-RECORD PIC X(299).
       01 WS-CIPH-OUT-HDR-RECORD.
           05 WS-CIPH-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
      * Archive records carry the business date the bulletin went
      * out ahead of the original record image, the way LOGROTAT's
      * archives carry their rotation date; the class sits where
      * the cipher step put it, so a re-issue can route on it. The
      * text, cipher, mode, type and digit flag are broken out for
      * the Vigenere proof, and the check value for its own.
       FD  CIPHOUT-ARCHIVE.
       01 WS-OARC-RECORD.
           05 WS-OARC-DATE PIC 9(08).
           05 WS-OARC-DATA.
               10 FILLER PIC X(265).
               10 WS-OARC-CLASS PIC X(04).
               10 FILLER PIC X(30).
           05 WS-OARC-DATA-R REDEFINES WS-OARC-DATA.
               10 FILLER PIC X(03).
               10 WS-OARC-TEXT PIC X(128).
               10 FILLER PIC X(01).
               10 WS-OARC-CIPHER PIC X(128).
               10 FILLER PIC X(03).
               10 WS-OARC-MODE PIC X(01).
               10 FILLER PIC X(06).
               10 WS-OARC-TYPE PIC X(01).
               10 FILLER PIC X(01).
               10 WS-OARC-DIGITS PIC X(01).
               10 FILLER PIC X(01).
               10 WS-OARC-CHECK PIC X(06).
               10 FILLER PIC X(01).
               10 WS-OARC-BULLETIN-ID PIC X(10).
               10 FILLER PIC X(01).
               10 WS-OARC-SEG-NO PIC X(03).
               10 FILLER PIC X(01).
               10 WS-OARC-SEG-COUNT PIC X(03).

       FD  MANIFEST-ARCHIVE.
       01 WS-MARC-RECORD.
           05 WS-RTE-RECIPIENT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-RTE-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 WS-RTE-KEY-CLASS PIC X(04).
           05 FILLER PIC X(34).

      * The regenerated distribution file, enveloped exactly like a
      * live DISTnn copy so the partner's intake cannot tell the
      * difference.
       FD  REISSUE-OUT.
       01 WS-REIS-RECORD PIC X(299).

      * One function card:
      *   ARCHIVE              cut tonight's CIPHOUT and CIPHMAN
       FD  ARCHIVE-REGISTER.
       01 WS-REG-RECORD PIC X(100).

      * Key master exactly as ROTATIONAL-CIPHER reads it; only the
      * Vigenere keywords matter to a re-issue.
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

      * The inbound reject file exactly as CIPHINB writes it; a
      * re-issued bulletin that fails its check value lands here
      * beside the night's rejected replies.
       FD  INBOUND-REJ.
       01 WS-IRJ-RECORD.
           05 WS-IRJ-RECIPIENT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-IRJ-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-IRJ-REASON PIC X(40).
           05 FILLER PIC X(01).
           05 WS-IRJ-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-IRJ-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-IRJ-SEG-NO PIC X(03).
           05 FILLER PIC X(06).

       COPY BDATFD.

       COPY EXCPFD.
       01 WS-MARC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RTE-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KEYM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-IRJ-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-RTE-EOF-SW PIC X(01) VALUE 'N'.
           05 WS-ROUTE-ENTRY OCCURS 50 TIMES.
               10 WS-ROUTE-CLASS PIC X(04).
               10 WS-ROUTE-RECIPIENT PIC X(04).
               10 WS-ROUTE-KEY-CLASS PIC X(04).
       01 WS-CLASS-ROUTED-SW PIC X(01) VALUE 'N'.
           88 WS-CLASS-ROUTED VALUE 'Y'.

      * The recipient's own key class off the matching route, and
      * the re-issue copy built under it in working storage so the
      * archived record stays as archived for the proofs.
       01 WS-RECIP-KEY-CLASS PIC X(04) VALUE SPACES.
       01 WS-COPY-REKEY-SW PIC X(01).
           88 WS-COPY-REKEY VALUE 'Y'.
       01 WS-COPY-KEY-OK-SW PIC X(01).
           88 WS-COPY-KEY-OK VALUE 'Y'.
       01 WS-KEY-HELD-COUNT PIC 9(07) VALUE 0.
       01 WS-REIS-IMAGE PIC X(299).
       01 WS-REIS-COPY REDEFINES WS-REIS-IMAGE.
           05 WS-REIS-COPY-KEY PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-TEXT PIC X(128).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-CIPHER PIC X(128).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-WARN PIC X(01).
           05 FILLER PIC X(03).
           05 WS-REIS-COPY-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-REIS-COPY-CHECK PIC 9(06).
           05 FILLER PIC X(19).

      * Key master table for the re-issue side. A class's keyword
      * resolves as of the business date being re-issued - the
      * keyword the bulletin went out under - the same way the
      * cipher step resolved it that night.
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
       01 WS-KEYWORD-FLAGGED-COUNT PIC 9(07) VALUE 0.

      * Check value proof for the bulletin in hand: proved, never
      * sealed (archived before check values), or failed.
       01 WS-CHECK-STATE PIC X(01) VALUE SPACE.
           88 WS-CHECK-PROVED VALUE 'P'.
           88 WS-CHECK-UNSEALED VALUE 'U'.
           88 WS-CHECK-FAILED VALUE 'F'.
       01 WS-CHECK-EXPECTED PIC 9(06) VALUE 0.
       01 WS-CHECK-REJECTED-COUNT PIC 9(07) VALUE 0.
       01 WS-IRJ-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-IRJ-OPEN VALUE 'Y'.

       01 WS-ARCHIVED-COUNT PIC 9(07) VALUE 0.
       01 WS-MAN-ARCHIVED-COUNT PIC 9(07) VALUE 0.
       01 WS-REISSUED-COUNT PIC 9(07) VALUE 0.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY VIGNWS.
       COPY CHKVWS.
       COPY RCPTWS.

       PROCEDURE DIVISION.
       MAIN.
               MOVE 8 TO RETURN-CODE
           WHEN OTHER
               PERFORM LOAD-ROUTING-MASTER
               PERFORM LOAD-KEY-MASTER
               PERFORM BUILD-REISSUE-FILE
           END-EVALUATE.
       REISSUE-ONE-PARTNER-EXIT.
                           WS-ROUTE-CLASS(WS-ROUTE-COUNT)
                       MOVE WS-RTE-RECIPIENT TO
                           WS-ROUTE-RECIPIENT(WS-ROUTE-COUNT)
                       MOVE WS-RTE-KEY-CLASS TO
                           WS-ROUTE-KEY-CLASS(WS-ROUTE-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-ROUTE-EXIT.

       LOAD-KEY-MASTER.
           OPEN INPUT CIPHER-KEY-MASTER.
           IF WS-KEYM-FILE-STATUS = "00" THEN
               PERFORM LOAD-ONE-KEY-RECORD UNTIL WS-KEYM-EOF
               CLOSE CIPHER-KEY-MASTER
           ELSE
               DISPLAY "CIPHARCH: NO CIPHKEY MASTER - VIGENERE "
                   "BULLETINS WILL BE FLAGGED"
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
                       DISPLAY "CIPHARCH: CIPHKEY MASTER OVER 50 "
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

       BUILD-REISSUE-FILE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CIPHOUT-ARCHIVE.
               STRING "BULLETINS RE-ISSUED: " WS-REISSUED-COUNT
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
               IF WS-KEYWORD-FLAGGED-COUNT > 0 THEN
                   MOVE SPACES TO WS-REG-RECORD
                   STRING "VIGENERE BULLETINS FLAGGED: "
                       WS-KEYWORD-FLAGGED-COUNT
                       DELIMITED BY SIZE INTO WS-REG-RECORD
                   WRITE WS-REG-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-CHECK-REJECTED-COUNT > 0 THEN
                   MOVE SPACES TO WS-REG-RECORD
                   STRING "CHECK VALUE REJECTS:  "
                       WS-CHECK-REJECTED-COUNT
                       DELIMITED BY SIZE INTO WS-REG-RECORD
                   WRITE WS-REG-RECORD
                   DISPLAY "CIPHARCH: " WS-CHECK-REJECTED-COUNT
                       " BULLETINS FAILED THEIR CHECK VALUE - SEE "
                       "CIPHIREJ"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-KEY-HELD-COUNT > 0 THEN
                   MOVE SPACES TO WS-REG-RECORD
                   STRING "NO RECIPIENT KEY:     " WS-KEY-HELD-COUNT
                       DELIMITED BY SIZE INTO WS-REG-RECORD
                   WRITE WS-REG-RECORD
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-IRJ-OPEN THEN
                   CLOSE INBOUND-REJ
               END-IF
               CLOSE ARCHIVE-REGISTER
               CLOSE REISSUE-OUT
               CLOSE CIPHOUT-ARCHIVE
                   IF WS-OARC-DATE = WS-REISSUE-DATE THEN
                       PERFORM CHECK-ARCHIVED-ROUTE
                       IF WS-CLASS-ROUTED THEN
                           PERFORM REISSUE-ROUTED-BULLETIN
                       END-IF
                   END-IF
           END-READ.
       REISSUE-ONE-ARCHIVED-EXIT.

       REISSUE-ROUTED-BULLETIN.
           PERFORM PROVE-ARCHIVED-CHECK-VALUE.
           PERFORM PROVE-REISSUE-KEY.
           EVALUATE TRUE
           WHEN WS-CHECK-FAILED
               PERFORM REJECT-ARCHIVED-BULLETIN
           WHEN NOT WS-COPY-KEY-OK
               PERFORM HOLD-UNKEYED-REISSUE
           WHEN OTHER
               MOVE WS-OARC-DATA TO WS-REIS-IMAGE
               IF WS-COPY-REKEY THEN
                   PERFORM REKEY-REISSUE-COPY
               END-IF
               MOVE WS-REIS-IMAGE TO WS-REIS-RECORD
               WRITE WS-REIS-RECORD
               ADD 1 TO WS-REISSUED-COUNT
               MOVE SPACES TO WS-REG-RECORD
               STRING "CLASS " WS-OARC-CLASS
                   " TO " WS-RECIPIENT " (REISSUE)  "
                   WS-OARC-DATA(4:40)
                   DELIMITED BY SIZE INTO WS-REG-RECORD
               WRITE WS-REG-RECORD
               IF WS-CHECK-UNSEALED THEN
                   MOVE "    ARCHIVED BEFORE CHECK VALUES - NOT PROVED"
                       TO WS-REG-RECORD
                   WRITE WS-REG-RECORD
               END-IF
               IF WS-OARC-TYPE = 'V' THEN
                   PERFORM PROVE-VIGENERE-REISSUE
               END-IF
               IF WS-COPY-REKEY THEN
                   MOVE SPACES TO WS-REG-RECORD
                   STRING "    RE-KEYED UNDER RECIPIENT KEY "
                       WS-RECIP-KEY-CLASS " EFFECTIVE "
                       WS-RCPT-EFF-DATE
                       DELIMITED BY SIZE INTO WS-REG-RECORD
                   WRITE WS-REG-RECORD
               END-IF
           END-EVALUATE.
       REISSUE-ROUTED-BULLETIN-EXIT.

      * Only an encode bulletin to a recipient with a key class of
      * their own is re-keyed, as CIPHDIST re-keys it; the key must
      * have been in force on the business date being re-issued.
       PROVE-REISSUE-KEY.
           MOVE 'N' TO WS-COPY-REKEY-SW.
           MOVE 'Y' TO WS-COPY-KEY-OK-SW.
           IF WS-RECIP-KEY-CLASS NOT = SPACES
               AND WS-OARC-MODE = 'E' THEN
               MOVE 'Y' TO WS-COPY-REKEY-SW
               MOVE WS-RECIP-KEY-CLASS TO WS-RCPT-KEY-CLASS
               MOVE WS-REISSUE-DATE TO WS-RCPT-DATE
               MOVE SPACES TO WS-RCPT-TEXT
               CALL 'RCPTCALC' USING WS-RCPT-REQUEST WS-RCPT-RESULT
               IF NOT WS-RCPT-ENCIPHERED THEN
                   MOVE 'N' TO WS-COPY-KEY-OK-SW
               END-IF
           END-IF.
       PROVE-REISSUE-KEY-EXIT.

       REKEY-REISSUE-COPY.
           MOVE WS-RECIP-KEY-CLASS TO WS-RCPT-KEY-CLASS.
           MOVE WS-REISSUE-DATE TO WS-RCPT-DATE.
           MOVE WS-REIS-COPY-TEXT TO WS-RCPT-TEXT.
           CALL 'RCPTCALC' USING WS-RCPT-REQUEST WS-RCPT-RESULT.
           MOVE WS-RCPT-CIPHER TO WS-REIS-COPY-CIPHER.
           MOVE WS-RCPT-KEY TO WS-REIS-COPY-KEY.
           MOVE WS-RCPT-TYPE TO WS-REIS-COPY-TYPE.
           MOVE WS-RCPT-DIGITS TO WS-REIS-COPY-DIGITS.
           IF WS-REIS-COPY-CIPHER = WS-REIS-COPY-TEXT THEN
               MOVE 'Y' TO WS-REIS-COPY-WARN
           ELSE
               MOVE 'N' TO WS-REIS-COPY-WARN
           END-IF.
           MOVE WS-OARC-CLASS TO WS-CHKV-CLASS.
           MOVE WS-REISSUE-DATE TO WS-CHKV-DATE.
           MOVE WS-REIS-COPY-CIPHER TO WS-CHKV-TEXT.
           MOVE WS-RECIP-KEY-CLASS TO WS-CHKV-KEY-CLASS.
           CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT.
           MOVE SPACES TO WS-CHKV-KEY-CLASS.
           MOVE WS-CHKV-VALUE TO WS-REIS-COPY-CHECK.
       REKEY-REISSUE-COPY-EXIT.

       HOLD-UNKEYED-REISSUE.
           ADD 1 TO WS-KEY-HELD-COUNT.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "CLASS " WS-OARC-CLASS
               " NOT RE-ISSUED - NO KEY " WS-RECIP-KEY-CLASS
               " IN FORCE ON THE DATE  "
               WS-OARC-DATA(4:20)
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE 'CIPHARCH' TO WS-EXCP-SOURCE-PARM.
           MOVE SPACES TO WS-EXCP-KEY-PARM.
           STRING WS-RECIPIENT " KEY " WS-RECIP-KEY-CLASS
               DELIMITED BY SIZE INTO WS-EXCP-KEY-PARM.
           MOVE 'NO RECIPIENT KEY FOR RE-ISSUE DATE' TO
               WS-EXCP-REASON-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       HOLD-UNKEYED-REISSUE-EXIT.

      * The seal the cipher step stamped that night, recomputed over
      * the ciphertext side of the archived record - the cipher on
      * an encode, the text on a decode - under the class's key in
      * force on the business date.
       PROVE-ARCHIVED-CHECK-VALUE.
           IF WS-OARC-CHECK = SPACES THEN
               MOVE 'U' TO WS-CHECK-STATE
           ELSE
               MOVE WS-OARC-CLASS TO WS-CHKV-CLASS
               MOVE WS-OARC-DATE TO WS-CHKV-DATE
               IF WS-OARC-MODE = 'D' THEN
                   MOVE WS-OARC-TEXT TO WS-CHKV-TEXT
               ELSE
                   MOVE WS-OARC-CIPHER TO WS-CHKV-TEXT
               END-IF
               CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT
               MOVE WS-CHKV-VALUE TO WS-CHECK-EXPECTED
               IF WS-OARC-CHECK = WS-CHECK-EXPECTED THEN
                   MOVE 'P' TO WS-CHECK-STATE
               ELSE
                   MOVE 'F' TO WS-CHECK-STATE
               END-IF
           END-IF.
       PROVE-ARCHIVED-CHECK-VALUE-EXIT.

      * The reject file is opened on the first failure only, so a
      * clean re-issue leaves the night's rejects alone.
       REJECT-ARCHIVED-BULLETIN.
           ADD 1 TO WS-CHECK-REJECTED-COUNT.
           IF NOT WS-IRJ-OPEN THEN
               OPEN EXTEND INBOUND-REJ
               IF WS-IRJ-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT INBOUND-REJ
               END-IF
               MOVE 'Y' TO WS-IRJ-OPEN-SW
           END-IF.
           INITIALIZE WS-IRJ-RECORD WITH FILLER.
           MOVE WS-RECIPIENT TO WS-IRJ-RECIPIENT.
           MOVE WS-OARC-CLASS TO WS-IRJ-CLASS.
           MOVE 'ARCHIVED CHECK VALUE DOES NOT PROVE' TO
               WS-IRJ-REASON.
           MOVE WS-REISSUE-DATE TO WS-IRJ-DATE.
           MOVE WS-OARC-BULLETIN-ID TO WS-IRJ-BULLETIN-ID.
           MOVE WS-OARC-SEG-NO TO WS-IRJ-SEG-NO.
           WRITE WS-IRJ-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "CLASS " WS-OARC-CLASS
               " NOT RE-ISSUED - CHECK VALUE DOES NOT PROVE  "
               WS-OARC-DATA(4:20)
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE 'CIPHARCH' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-OARC-CLASS TO WS-EXCP-KEY-PARM.
           MOVE 'ARCHIVED CHECK VALUE DOES NOT PROVE' TO
               WS-EXCP-REASON-PARM.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       REJECT-ARCHIVED-BULLETIN-EXIT.

       CHECK-ARCHIVED-ROUTE.
           MOVE 'N' TO WS-CLASS-ROUTED-SW.
           MOVE SPACES TO WS-RECIP-KEY-CLASS.
           IF WS-ROUTE-COUNT > 0 THEN
               PERFORM MATCH-ONE-ROUTE
                   VARYING WS-ROUTE-SCAN FROM 1 BY 1
               AND WS-ROUTE-RECIPIENT(WS-ROUTE-SCAN) = WS-RECIPIENT
               THEN
               MOVE 'Y' TO WS-CLASS-ROUTED-SW
               MOVE WS-ROUTE-KEY-CLASS(WS-ROUTE-SCAN) TO
                   WS-RECIP-KEY-CLASS
           END-IF.
       MATCH-ONE-ROUTE-EXIT.

      * The round trip CIPHVFY ran the night the bulletin went out,
      * run again under the keyword in force on that business date:
      * an encode record deciphers back to its text, a decode
      * record re-enciphers back to it.
       PROVE-VIGENERE-REISSUE.
           PERFORM RESOLVE-REISSUE-KEYWORD.
           MOVE SPACES TO WS-REG-RECORD.
           IF NOT WS-KEY-RESOLVED THEN
               MOVE "    NO VIGENERE KEYWORD ON CIPHKEY FOR THE DATE"
                   TO WS-REG-RECORD
               MOVE 'NO VIGENERE KEYWORD FOR RE-ISSUE DATE' TO
                   WS-EXCP-REASON-PARM
               PERFORM FLAG-VIGENERE-REISSUE
           ELSE
               IF WS-OARC-MODE = 'D' THEN
                   MOVE 'E' TO WS-VIGN-DIRECTION
               ELSE
                   MOVE 'D' TO WS-VIGN-DIRECTION
               END-IF
               MOVE WS-KEYWORD TO WS-VIGN-KEYWORD
               MOVE WS-OARC-DIGITS TO WS-VIGN-DIGITS
               MOVE WS-OARC-CIPHER TO WS-VIGN-TEXT
               CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT
               IF WS-VIGN-OK AND WS-VIGN-TEXT-OUT = WS-OARC-TEXT
                   THEN
                   STRING "    VIGENERE KEYWORD EFFECTIVE "
                       WS-BEST-EFF-DATE
                       DELIMITED BY SIZE INTO WS-REG-RECORD
               ELSE
                   STRING "    DOES NOT DECIPHER UNDER THE KEYWORD "
                       "EFFECTIVE " WS-BEST-EFF-DATE
                       DELIMITED BY SIZE INTO WS-REG-RECORD
                   MOVE 'RE-ISSUED BULLETIN FAILED ROUND-TRIP' TO
                       WS-EXCP-REASON-PARM
                   PERFORM FLAG-VIGENERE-REISSUE
               END-IF
           END-IF.
           WRITE WS-REG-RECORD.
       PROVE-VIGENERE-REISSUE-EXIT.

       FLAG-VIGENERE-REISSUE.
           ADD 1 TO WS-KEYWORD-FLAGGED-COUNT.
           MOVE 'CIPHARCH' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-OARC-CLASS TO WS-EXCP-KEY-PARM.
           MOVE 'W' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       FLAG-VIGENERE-REISSUE-EXIT.

       RESOLVE-REISSUE-KEYWORD.
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
       RESOLVE-REISSUE-KEYWORD-EXIT.

       CHECK-ONE-KEY-ENTRY.
           IF WS-KEYT-CLASS(WS-KEYM-SCAN) = WS-OARC-CLASS
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) <= WS-REISSUE-DATE
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) >= WS-BEST-EFF-DATE
               AND (WS-KEYT-EXP-DATE(WS-KEYM-SCAN) = 0
                   OR WS-KEYT-EXP-DATE(WS-KEYM-SCAN) >=
                       WS-REISSUE-DATE)
               THEN
               MOVE 'Y' TO WS-KEY-RESOLVED-SW
               MOVE WS-KEYT-EFF-DATE(WS-KEYM-SCAN) TO WS-BEST-EFF-DATE
               MOVE WS-KEYT-CIPHER(WS-KEYM-SCAN) TO WS-KEY-CIPHER
               MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO WS-KEYWORD
           END-IF.
       CHECK-ONE-KEY-ENTRY-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
