      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 10/07/2024 JB - A reply whose class has a Vigenere keyword in
      *                force on CIPHKEY (cipher 'V') decodes and
      *                round-trips through the VIGNCALC module under
      *                that keyword, the way the cipher step and
      *                CIPHVFY now handle the class outbound.
      * 10/21/2024 JB - Each reply record carries the partner's check
      *                value (carved from the record's tail), sealed
      *                over the cipher, the class and the business
      *                date on the file's header the same way the
      *                cipher step seals outbound (see the CHKVCALC
      *                module). A reply whose value does not prove -
      *                or that carries none - was changed after the
      *                partner sealed it and rejects severe before
      *                it is decoded.
      * 10/28/2024 JB - Multi-part replies. A reply record may carry a
      *                bulletin id, segment number and segment count
      *                behind its check value; each part is proved
      *                and decoded on its own, then held until the
      *                partner's file is read through. A reply whose
      *                parts are all present and proved lands on
      *                CIPHINP in segment order, every record naming
      *                the id and its segment; one with a part
      *                missing, misnumbered or rejected lands none of
      *                them, each held part rejecting to CIPHIREJ,
      *                which now carries the id and segment too.
      * 11/11/2024 JB - Per-recipient keys. A partner whose CIPHRTE
      *                route names a key class of their own replies
      *                under that key, not the class's: the reply is
      *                decoded, and its check value proved, under the
      *                key that key class has in force - the route
      *                matched on the recipient and the reply's
      *                class. A route with no key class decodes under
      *                the class key as before.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHINB.
       DATA DIVISION.
       FILE SECTION.
       FD  REPLY-FILE-1.
       01 WS-REPLY-1-RECORD PIC X(159).
       FD  REPLY-FILE-2.
       01 WS-REPLY-2-RECORD PIC X(159).
       FD  REPLY-FILE-3.
       01 WS-REPLY-3-RECORD PIC X(159).
       FD  REPLY-FILE-4.
       01 WS-REPLY-4-RECORD PIC X(159).
       FD  REPLY-FILE-5.
       01 WS-REPLY-5-RECORD PIC X(159).

      * Routing master exactly as CIPHDIST reads it; inbound it runs
      * in reverse - the recipient on the reply envelope resolves to
      * the class the partner is routed for, and the route's key
      * class to the partner's own key.
       FD  ROUTING-MASTER.
       01 WS-RTE-RECORD.
           05 WS-RTE-CLASS PIC X(04).
           05 WS-RTE-RECIPIENT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-RTE-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 WS-RTE-KEY-CLASS PIC X(04).
           05 FILLER PIC X(34).

      * Key master exactly as ROTATIONAL-CIPHER resolves it, expiry
      * honored the same way.
           05 WS-KEYM-EXP-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KEYM-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-CIPHER PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KEYM-KEYWORD PIC X(20).
           05 FILLER PIC X(30).

      * The plaintext inbound file, enveloped like every interface
      * file in this chain. A part of a multi-part reply names its
      * id and segment; a single-record reply leaves them blank.
       FD  INBOUND-PLAIN.
       01 WS-INP-RECORD.
           05 WS-INP-RECIPIENT PIC X(04).
           05 WS-INP-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-INP-TEXT PIC X(128).
           05 FILLER PIC X(01).
           05 WS-INP-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-INP-SEG-NO PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-INP-SEG-COUNT PIC 9(03).
       01 WS-INP-HDR-RECORD.
           05 WS-INP-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-INP-HDR-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-INP-HDR-DATE PIC 9(08).
           05 FILLER PIC X(130).
       01 WS-INP-TRL-RECORD.
           05 WS-INP-TRL-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-INP-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(146).

       FD  INBOUND-REJ.
       01 WS-IRJ-RECORD.
           05 WS-IRJ-REASON PIC X(40).
           05 FILLER PIC X(01).
           05 WS-IRJ-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-IRJ-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-IRJ-SEG-NO PIC X(03).
           05 FILLER PIC X(06).

       COPY BDATFD.


      * The reply record under inspection and its envelope views.
      * The data record is the class the partner says it is (blank
      * when they rely on their routing), the cipher text and the
      * partner's check value over it, then the bulletin id, segment
      * number and count of a multi-part reply (blank id for a reply
      * complete in the one record).
       01 WS-RREC PIC X(159).
       01 WS-REPLY-DATA REDEFINES WS-RREC.
           05 WS-RPL-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-RPL-CIPHER PIC X(128).
           05 FILLER PIC X(01).
           05 WS-RPL-CHECK PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-RPL-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-RPL-SEG-NO PIC X(03).
           05 FILLER PIC X(01).
           05 WS-RPL-SEG-COUNT PIC X(03).
       01 WS-REPLY-HDR REDEFINES WS-RREC.
           05 WS-RPH-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-RPH-RECIPIENT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-RPH-DATE PIC 9(08).
           05 FILLER PIC X(142).
       01 WS-REPLY-TRL REDEFINES WS-RREC.
           05 WS-RPT-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-RPT-COUNT PIC 9(07).
           05 FILLER PIC X(148).

       01 WS-RECIPIENT PIC X(04) VALUE SPACES.
       01 WS-REPLY-DATE PIC 9(08) VALUE 0.
       01 WS-CLASS PIC X(04) VALUE SPACES.
       01 WS-CHECK-PROVED-SW PIC X(01) VALUE 'N'.
           88 WS-CHECK-PROVED VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X(01) VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-DATA-READ-COUNT PIC 9(07) VALUE 0.
           05 WS-ROUTE-ENTRY OCCURS 50 TIMES.
               10 WS-ROUTE-CLASS PIC X(04).
               10 WS-ROUTE-RECIPIENT PIC X(04).
               10 WS-ROUTE-KEY-CLASS PIC X(04).
      * The CIPHKEY class the reply's key resolves under: the
      * sender's route key class, or the reply class itself.
       01 WS-KEY-CLASS PIC X(04) VALUE SPACES.
       01 WS-CLASS-RESOLVED-SW PIC X(01) VALUE 'N'.
           88 WS-CLASS-RESOLVED VALUE 'Y'.

               10 WS-KEYT-KEY PIC 9(02).
               10 WS-KEYT-EXP-DATE PIC 9(08).
               10 WS-KEYT-DIGITS PIC X(01).
               10 WS-KEYT-CIPHER PIC X(01).
               10 WS-KEYT-KEYWORD PIC X(20).
       01 WS-KEY PIC 9(02) VALUE 0.
       01 WS-KEY-CIPHER PIC X(01).
           88 WS-KEY-VIGENERE VALUE 'V'.
       01 WS-KEYWORD PIC X(20).
       01 WS-DIGIT-MODE-SW PIC X(01) VALUE 'N'.
           88 WS-DIGIT-MODE VALUE 'Y'.
       01 WS-KEY-RESOLVED-SW PIC X(01).
       01 WS-LANDED-COUNT PIC 9(07) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJ-REASON PIC X(40).
       01 WS-REJ-BULLETIN-ID PIC X(10).
       01 WS-REJ-SEG-NO PIC X(03).

      * Multi-part replies met in the current partner file, one
      * entry per bulletin id; state 'F' once any part has failed.
      * Proved parts wait in the held table, decoded, until the
      * file is read through.
       01 WS-SEG-NO PIC 9(03) VALUE 0.
       01 WS-SEG-COUNT PIC 9(03) VALUE 0.
       01 WS-SEG-VALID-SW PIC X(01) VALUE 'Y'.
           88 WS-SEG-VALID VALUE 'Y'.
       01 WS-PART-COUNT PIC 9(03) VALUE 0.
       01 WS-PART-SCAN PIC 9(03) VALUE 0.
       01 WS-PART-SLOT PIC 9(03) VALUE 0.
       01 WS-PART-TABLE.
           05 WS-PART-ENTRY OCCURS 100 TIMES.
               10 WS-PART-ID PIC X(10).
               10 WS-PART-SEG-COUNT PIC 9(03).
               10 WS-PART-SEGS-SEEN PIC 9(03).
               10 WS-PART-STATE PIC X(01).
                   88 WS-PART-FAILED VALUE 'F'.
       01 WS-HOLD-COUNT PIC 9(03) VALUE 0.
       01 WS-HOLD-SCAN PIC 9(03) VALUE 0.
       01 WS-HOLD-FOUND PIC 9(03) VALUE 0.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 200 TIMES.
               10 WS-HOLD-PART PIC 9(03).
               10 WS-HOLD-SEG-NO PIC 9(03).
               10 WS-HOLD-CLASS PIC X(04).
               10 WS-HOLD-TEXT PIC X(128).
       01 WS-SEG-SCAN PIC 9(03) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY VIGNWS.
       COPY CHKVWS.

       PROCEDURE DIVISION.
       MAIN.
                           WS-ROUTE-CLASS(WS-ROUTE-COUNT)
                       MOVE WS-RTE-RECIPIENT TO
                           WS-ROUTE-RECIPIENT(WS-ROUTE-COUNT)
                       MOVE WS-RTE-KEY-CLASS TO
                           WS-ROUTE-KEY-CLASS(WS-ROUTE-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-ROUTE-EXIT.
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
           MOVE 'N' TO WS-TRAILER-SEEN-SW.
           MOVE 0 TO WS-DATA-READ-COUNT.
           MOVE SPACES TO WS-RECIPIENT.
           MOVE 0 TO WS-REPLY-DATE.
           MOVE 0 TO WS-PART-COUNT.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-PART-SLOT.
           MOVE SPACES TO WS-REJ-BULLETIN-ID.
           MOVE SPACES TO WS-REJ-SEG-NO.
           PERFORM OPEN-CURRENT-REPLY.
           IF WS-FILE-OPEN THEN
               PERFORM READ-CURRENT-REPLY
                   PERFORM REJECT-ONE-REPLY
               ELSE
                   MOVE WS-RPH-RECIPIENT TO WS-RECIPIENT
                   IF WS-RPH-DATE NUMERIC THEN
                       MOVE WS-RPH-DATE TO WS-REPLY-DATE
                   END-IF
                   PERFORM DECODE-ONE-REPLY UNTIL WS-EOF
                   IF WS-PART-COUNT > 0 THEN
                       PERFORM REASSEMBLE-ONE-REPLY
                           VARYING WS-PART-SLOT FROM 1 BY 1
                           UNTIL WS-PART-SLOT > WS-PART-COUNT
                   END-IF
                   MOVE 0 TO WS-PART-SLOT
                   MOVE SPACES TO WS-REJ-BULLETIN-ID
                   MOVE SPACES TO WS-REJ-SEG-NO
                   IF NOT WS-TRAILER-SEEN THEN
                       MOVE SPACES TO WS-CLASS
                       MOVE 'REPLY FILE TRAILER MISSING - TRUNCATED'
       DECODE-ONE-REPLY-EXIT.

       LAND-ONE-REPLY.
           MOVE 'N' TO WS-KEY-RESOLVED-SW.
           MOVE 'N' TO WS-CHECK-PROVED-SW.
           MOVE WS-RPL-BULLETIN-ID TO WS-REJ-BULLETIN-ID.
           MOVE WS-RPL-SEG-NO TO WS-REJ-SEG-NO.
           MOVE 0 TO WS-PART-SLOT.
           MOVE 'Y' TO WS-SEG-VALID-SW.
           IF WS-RPL-BULLETIN-ID NOT = SPACES THEN
               PERFORM CHECK-REPLY-SEGMENT
           END-IF.
           PERFORM RESOLVE-REPLY-CLASS.
           IF WS-CLASS-RESOLVED THEN
               PERFORM RESOLVE-SENDER-KEY-CLASS
               PERFORM RESOLVE-CLASS-KEY
           END-IF.
           IF WS-KEY-RESOLVED THEN
               PERFORM PROVE-REPLY-CHECK-VALUE
           END-IF.
           EVALUATE TRUE
           WHEN NOT WS-SEG-VALID
               MOVE 'REPLY SEGMENT NUMBERING DOES NOT PROVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ONE-REPLY
           WHEN NOT WS-CLASS-RESOLVED
               MOVE 'NO CLASS FOR REPLY - NOT ROUTED INBOUND' TO
                   WS-REJ-REASON
               PERFORM REJECT-ONE-REPLY
           WHEN NOT WS-KEY-RESOLVED
               IF WS-KEY-CLASS = WS-CLASS THEN
                   MOVE 'NO EFFECTIVE KEY FOR REPLY CLASS' TO
                       WS-REJ-REASON
               ELSE
                   MOVE 'NO EFFECTIVE KEY FOR SENDER' TO
                       WS-REJ-REASON
               END-IF
               PERFORM REJECT-ONE-REPLY
           WHEN NOT WS-CHECK-PROVED
               MOVE 'REPLY CHECK VALUE DOES NOT PROVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-ONE-REPLY
           WHEN OTHER
               PERFORM DECODE-AND-LAND-REPLY
           END-EVALUATE.
       LAND-ONE-REPLY-EXIT.

      * A part must fall inside its reply's count, agree with the
      * count its first part gave and not repeat a part already
      * held. The part is entered in the table whatever happens, so
      * a misnumbered part fails the whole reply.
       CHECK-REPLY-SEGMENT.
           MOVE 0 TO WS-SEG-NO.
           MOVE 0 TO WS-SEG-COUNT.
           IF WS-RPL-SEG-NO NUMERIC THEN
               MOVE WS-RPL-SEG-NO TO WS-SEG-NO
           END-IF.
           IF WS-RPL-SEG-COUNT NUMERIC THEN
               MOVE WS-RPL-SEG-COUNT TO WS-SEG-COUNT
           END-IF.
           PERFORM FIND-REPLY-PART.
           IF WS-PART-SLOT = 0 THEN
               IF WS-PART-COUNT >= 100 THEN
                   DISPLAY "CIPHINB: MULTI-PART TABLE FULL, PART "
                       "REJECTED: " WS-RPL-BULLETIN-ID
               ELSE
                   ADD 1 TO WS-PART-COUNT
                   MOVE WS-PART-COUNT TO WS-PART-SLOT
                   MOVE WS-RPL-BULLETIN-ID TO
                       WS-PART-ID(WS-PART-SLOT)
                   MOVE WS-SEG-COUNT TO WS-PART-SEG-COUNT(WS-PART-SLOT)
                   MOVE 0 TO WS-PART-SEGS-SEEN(WS-PART-SLOT)
                   MOVE SPACE TO WS-PART-STATE(WS-PART-SLOT)
               END-IF
           END-IF.
           IF WS-PART-SLOT = 0 THEN
               MOVE 'N' TO WS-SEG-VALID-SW
           ELSE
               MOVE WS-SEG-NO TO WS-SEG-SCAN
               PERFORM FIND-HELD-PART
               IF WS-SEG-NO = 0 OR WS-SEG-COUNT = 0
                   OR WS-SEG-NO > WS-SEG-COUNT
                   OR WS-SEG-COUNT NOT =
                       WS-PART-SEG-COUNT(WS-PART-SLOT)
                   OR WS-HOLD-FOUND > 0
                   OR WS-HOLD-COUNT >= 200 THEN
                   MOVE 'N' TO WS-SEG-VALID-SW
               END-IF
           END-IF.
       CHECK-REPLY-SEGMENT-EXIT.

       FIND-REPLY-PART.
           MOVE 0 TO WS-PART-SLOT.
           IF WS-PART-COUNT > 0 THEN
               PERFORM CHECK-ONE-REPLY-PART
                   VARYING WS-PART-SCAN FROM 1 BY 1
                   UNTIL WS-PART-SCAN > WS-PART-COUNT
                       OR WS-PART-SLOT > 0
           END-IF.
       FIND-REPLY-PART-EXIT.

       CHECK-ONE-REPLY-PART.
           IF WS-PART-ID(WS-PART-SCAN) = WS-RPL-BULLETIN-ID THEN
               MOVE WS-PART-SCAN TO WS-PART-SLOT
           END-IF.
       CHECK-ONE-REPLY-PART-EXIT.

      * The held entry for part WS-SEG-SCAN of reply WS-PART-SLOT,
      * or zero when it is not held.
       FIND-HELD-PART.
           MOVE 0 TO WS-HOLD-FOUND.
           IF WS-HOLD-COUNT > 0 THEN
               PERFORM CHECK-ONE-HELD-PART
                   VARYING WS-HOLD-SCAN FROM 1 BY 1
                   UNTIL WS-HOLD-SCAN > WS-HOLD-COUNT
                       OR WS-HOLD-FOUND > 0
           END-IF.
       FIND-HELD-PART-EXIT.

       CHECK-ONE-HELD-PART.
           IF WS-HOLD-PART(WS-HOLD-SCAN) = WS-PART-SLOT
               AND WS-HOLD-SEG-NO(WS-HOLD-SCAN) = WS-SEG-SCAN THEN
               MOVE WS-HOLD-SCAN TO WS-HOLD-FOUND
           END-IF.
       CHECK-ONE-HELD-PART-EXIT.

      * The partner seals each reply under their own key - the
      * class's when their route names none - and the business date
      * on their file's header; a value missing or different means
      * the record changed after it was sealed.
       PROVE-REPLY-CHECK-VALUE.
           MOVE WS-CLASS TO WS-CHKV-CLASS.
           MOVE WS-KEY-CLASS TO WS-CHKV-KEY-CLASS.
           MOVE WS-REPLY-DATE TO WS-CHKV-DATE.
           MOVE WS-RPL-CIPHER TO WS-CHKV-TEXT.
           CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT.
           IF WS-RPL-CHECK NUMERIC AND WS-REPLY-DATE NOT = 0 THEN
               IF WS-RPL-CHECK = WS-CHKV-VALUE THEN
                   MOVE 'Y' TO WS-CHECK-PROVED-SW
               END-IF
           END-IF.
       PROVE-REPLY-CHECK-VALUE-EXIT.

       DECODE-AND-LAND-REPLY.
           PERFORM DECODE-REPLY-TEXT.
           PERFORM VERIFY-ROUND-TRIP.
           EVALUATE TRUE
           WHEN WS-ROUND-TRIP NOT = WS-RPL-CIPHER
               MOVE 'REPLY FAILED ROUND-TRIP VERIFICATION' TO
                   WS-REJ-REASON
               PERFORM REJECT-ONE-REPLY
           WHEN WS-PART-SLOT > 0
               PERFORM HOLD-REPLY-PART
           WHEN OTHER
               INITIALIZE WS-INP-RECORD WITH FILLER
               MOVE WS-RECIPIENT TO WS-INP-RECIPIENT
               MOVE WS-CLASS TO WS-INP-CLASS
               MOVE WS-DECIPHERED TO WS-INP-TEXT
               WRITE WS-INP-RECORD
               ADD 1 TO WS-LANDED-COUNT
           END-EVALUATE.
       DECODE-AND-LAND-REPLY-EXIT.

       HOLD-REPLY-PART.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE WS-PART-SLOT TO WS-HOLD-PART(WS-HOLD-COUNT).
           MOVE WS-SEG-NO TO WS-HOLD-SEG-NO(WS-HOLD-COUNT).
           MOVE WS-CLASS TO WS-HOLD-CLASS(WS-HOLD-COUNT).
           MOVE WS-DECIPHERED TO WS-HOLD-TEXT(WS-HOLD-COUNT).
           ADD 1 TO WS-PART-SEGS-SEEN(WS-PART-SLOT).
       HOLD-REPLY-PART-EXIT.

      * End of a partner's file: a reply with every part held and
      * none failed lands whole in segment order; otherwise none of
      * it lands and each held part rejects.
       REASSEMBLE-ONE-REPLY.
           MOVE WS-PART-ID(WS-PART-SLOT) TO WS-REJ-BULLETIN-ID.
           IF NOT WS-PART-FAILED(WS-PART-SLOT)
               AND WS-PART-SEGS-SEEN(WS-PART-SLOT) =
                   WS-PART-SEG-COUNT(WS-PART-SLOT) THEN
               PERFORM LAND-ONE-HELD-PART
                   VARYING WS-SEG-SCAN FROM 1 BY 1
                   UNTIL WS-SEG-SCAN > WS-PART-SEG-COUNT(WS-PART-SLOT)
           ELSE
               PERFORM REJECT-ONE-HELD-PART
                   VARYING WS-SEG-SCAN FROM 1 BY 1
                   UNTIL WS-SEG-SCAN > WS-PART-SEG-COUNT(WS-PART-SLOT)
           END-IF.
       REASSEMBLE-ONE-REPLY-EXIT.

       LAND-ONE-HELD-PART.
           PERFORM FIND-HELD-PART.
           INITIALIZE WS-INP-RECORD WITH FILLER.
           MOVE WS-RECIPIENT TO WS-INP-RECIPIENT.
           MOVE WS-HOLD-CLASS(WS-HOLD-FOUND) TO WS-INP-CLASS.
           MOVE WS-HOLD-TEXT(WS-HOLD-FOUND) TO WS-INP-TEXT.
           MOVE WS-PART-ID(WS-PART-SLOT) TO WS-INP-BULLETIN-ID.
           MOVE WS-SEG-SCAN TO WS-INP-SEG-NO.
           MOVE WS-PART-SEG-COUNT(WS-PART-SLOT) TO WS-INP-SEG-COUNT.
           WRITE WS-INP-RECORD.
           ADD 1 TO WS-LANDED-COUNT.
       LAND-ONE-HELD-PART-EXIT.

       REJECT-ONE-HELD-PART.
           PERFORM FIND-HELD-PART.
           IF WS-HOLD-FOUND > 0 THEN
               MOVE WS-HOLD-CLASS(WS-HOLD-FOUND) TO WS-CLASS
               MOVE WS-SEG-SCAN TO WS-REJ-SEG-NO
               MOVE 'MULTI-PART REPLY INCOMPLETE' TO WS-REJ-REASON
               PERFORM REJECT-ONE-REPLY
           END-IF.
       REJECT-ONE-HELD-PART-EXIT.
      * The record's own class wins when the partner names one;
      * otherwise the first route pointing at this recipient names
      * the class they correspond under.
           END-IF.
       MATCH-ONE-INBOUND-ROUTE-EXIT.

      * The route carrying this recipient for the reply's class
      * names the sender's own key class; none, or a blank one,
      * leaves the reply under the class key.
       RESOLVE-SENDER-KEY-CLASS.
           MOVE WS-CLASS TO WS-KEY-CLASS.
           IF WS-ROUTE-COUNT > 0 THEN
               PERFORM MATCH-SENDER-KEY-ROUTE
                   VARYING WS-ROUTE-SCAN FROM 1 BY 1
                   UNTIL WS-ROUTE-SCAN > WS-ROUTE-COUNT
           END-IF.
       RESOLVE-SENDER-KEY-CLASS-EXIT.

       MATCH-SENDER-KEY-ROUTE.
           IF WS-ROUTE-RECIPIENT(WS-ROUTE-SCAN) = WS-RECIPIENT
               AND WS-ROUTE-CLASS(WS-ROUTE-SCAN) = WS-CLASS
               AND WS-ROUTE-KEY-CLASS(WS-ROUTE-SCAN) NOT = SPACES
               THEN
               MOVE WS-ROUTE-KEY-CLASS(WS-ROUTE-SCAN) TO WS-KEY-CLASS
           END-IF.
       MATCH-SENDER-KEY-ROUTE-EXIT.

      * Same expiry-aware resolution ROTATIONAL-CIPHER runs: latest
      * effective date on or before tonight, expired records never
      * resolving.
       RESOLVE-CLASS-KEY.
           MOVE 'N' TO WS-KEY-RESOLVED-SW.
           MOVE 'N' TO WS-DIGIT-MODE-SW.
           MOVE SPACE TO WS-KEY-CIPHER.
           MOVE SPACES TO WS-KEYWORD.
           MOVE 0 TO WS-BEST-EFF-DATE.
           IF WS-KEYM-COUNT > 0 THEN
               PERFORM CHECK-ONE-KEY-ENTRY
       RESOLVE-CLASS-KEY-EXIT.

       CHECK-ONE-KEY-ENTRY.
           IF WS-KEYT-CLASS(WS-KEYM-SCAN) = WS-KEY-CLASS
               AND WS-KEYT-EFF-DATE(WS-KEYM-SCAN) <= WS-RUN-DATE
               AND (WS-KEYT-EXP-DATE(WS-KEYM-SCAN) = 0 OR
                    WS-KEYT-EXP-DATE(WS-KEYM-SCAN) >= WS-RUN-DATE)
               MOVE WS-KEYT-KEY(WS-KEYM-SCAN) TO WS-KEY
               MOVE WS-KEYT-DIGITS(WS-KEYM-SCAN) TO
                   WS-DIGIT-MODE-SW
               MOVE WS-KEYT-CIPHER(WS-KEYM-SCAN) TO WS-KEY-CIPHER
               MOVE WS-KEYT-KEYWORD(WS-KEYM-SCAN) TO WS-KEYWORD
           END-IF.
       CHECK-ONE-KEY-ENTRY-EXIT.

      * A keyword VIGNCALC will not take decodes to nothing, and the
      * round trip then rejects the reply.
       DECODE-REPLY-TEXT.
           IF WS-KEY-VIGENERE THEN
               MOVE 'D' TO WS-VIGN-DIRECTION
               MOVE WS-RPL-CIPHER TO WS-VIGN-TEXT
               PERFORM CALL-VIGENERE
               MOVE WS-VIGN-TEXT-OUT TO WS-DECIPHERED
           ELSE
               PERFORM ROTATE-REPLY-TEXT
           END-IF.
       DECODE-REPLY-TEXT-EXIT.

       ROTATE-REPLY-TEXT.
           MOVE WS-RPL-CIPHER TO WS-ROTATE-SOURCE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RPL-CIPHER)) TO
               WS-ROTATE-LEN.
               FUNCTION MOD(10 - FUNCTION MOD(WS-KEY, 10), 10).
           PERFORM ROTATE-SOURCE-TO-RESULT.
           MOVE WS-ROTATE-RESULT TO WS-DECIPHERED.
       ROTATE-REPLY-TEXT-EXIT.

      * Round trip the way CIPHVFY proves outbound: re-encode the
      * plaintext and it must equal the cipher that arrived.
       VERIFY-ROUND-TRIP.
           IF WS-KEY-VIGENERE THEN
               MOVE 'E' TO WS-VIGN-DIRECTION
               MOVE WS-DECIPHERED TO WS-VIGN-TEXT
               PERFORM CALL-VIGENERE
               IF WS-VIGN-OK THEN
                   MOVE WS-VIGN-TEXT-OUT TO WS-ROUND-TRIP
               ELSE
                   MOVE LOW-VALUES TO WS-ROUND-TRIP
               END-IF
           ELSE
               MOVE WS-DECIPHERED TO WS-ROTATE-SOURCE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-DECIPHERED)) TO
                   WS-ROTATE-LEN
               MOVE WS-KEY TO WS-ROT-AMOUNT
               COMPUTE WS-DIG-AMOUNT = FUNCTION MOD(WS-KEY, 10)
               PERFORM ROTATE-SOURCE-TO-RESULT
               MOVE WS-ROTATE-RESULT TO WS-ROUND-TRIP
           END-IF.
       VERIFY-ROUND-TRIP-EXIT.

       CALL-VIGENERE.
           MOVE WS-KEYWORD TO WS-VIGN-KEYWORD.
           MOVE WS-DIGIT-MODE-SW TO WS-VIGN-DIGITS.
           CALL 'VIGNCALC' USING WS-VIGN-REQUEST WS-VIGN-RESULT.
       CALL-VIGENERE-EXIT.

       ROTATE-SOURCE-TO-RESULT.
           MOVE SPACES TO WS-ROTATE-RESULT.
           MOVE 1 TO WS-INDEX.
           MOVE WS-CLASS TO WS-IRJ-CLASS.
           MOVE WS-REJ-REASON TO WS-IRJ-REASON.
           MOVE WS-RUN-DATE TO WS-IRJ-DATE.
           MOVE WS-REJ-BULLETIN-ID TO WS-IRJ-BULLETIN-ID.
           MOVE WS-REJ-SEG-NO TO WS-IRJ-SEG-NO.
           WRITE WS-IRJ-RECORD.
           MOVE 'CIPHINB' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-RECIPIENT TO WS-EXCP-KEY-PARM.
           MOVE WS-REJ-REASON TO WS-EXCP-REASON-PARM.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           IF WS-PART-SLOT > 0 THEN
               MOVE 'F' TO WS-PART-STATE(WS-PART-SLOT)
           END-IF.
       REJECT-ONE-REPLY-EXIT.

       WRITE-INBOUND-HEADER.
