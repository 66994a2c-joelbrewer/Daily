      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 10/21/2024 JB - Caught up with the check value the cipher
      *                step now stamps behind the digit byte; it
      *                rides into every DISTnn copy untouched, for
      *                the partner and CIPHINB to prove against.
      * 10/28/2024 JB - Multi-record bulletins. CIPHOUT is read twice:
      *                the first pass files every segment of every
      *                bulletin id and proves the envelope, the
      *                second routes. A bulletin goes out only when
      *                every segment from 1 to its count is present
      *                and agrees on class and count - whole, in
      *                segment order, at the point its first record
      *                is met, with one CLASS line on the manifest.
      *                One that is short a segment or does not agree
      *                is held whole: logged severe, listed as HELD
      *                on the manifest and the run ends 4. A record
      *                with a blank id goes out as it always has.
      * 11/11/2024 JB - Per-recipient keys. A CIPHRTE route may name a
      *                key class of its own (columns 42-45); that
      *                recipient's copy of an encode bulletin is
      *                enciphered afresh from the text under the key
      *                that class has in force tonight (see the
      *                RCPTCALC module) and its check value sealed
      *                again under the same key (see CHKVCALC). A
      *                route with no key class, and any decode
      *                record, goes out under the class key as
      *                before. Every CLASS line on the manifest now
      *                names the key class and the generation
      *                (effective date) its copy went out under, the
      *                excerpt giving up the room. A recipient key
      *                with nothing in force holds that recipient's
      *                copy: logged severe, listed as HELD COPY on
      *                the manifest and the run ends 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPHDIST.
           05 WS-CIPH-OUT-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-CHECK PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-SEG-NO PIC X(03).
           05 FILLER PIC X(01).
           05 WS-CIPH-OUT-SEG-COUNT PIC X(03).
       01 WS-CIPH-OUT-HDR-RECORD.
           05 WS-CIPH-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 FILLER PIC X(256).

      * Routing master: one record per class/recipient pair. A class
      * routed to two recipients sends its bulletins to both. The
      * key class names the CIPHKEY class holding the recipient's
      * own key; blank sends under the bulletin class's key.
       FD  ROUTING-MASTER.
       01 WS-RTE-RECORD.
           05 WS-RTE-CLASS PIC X(04).
           05 WS-RTE-RECIPIENT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-RTE-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 WS-RTE-KEY-CLASS PIC X(04).
           05 FILLER PIC X(34).

       FD  DIST-FILE-1.
       01 WS-DIST-1-RECORD PIC X(299).
       FD  DIST-FILE-2.
       01 WS-DIST-2-RECORD PIC X(299).
       FD  DIST-FILE-3.
       01 WS-DIST-3-RECORD PIC X(299).
       FD  DIST-FILE-4.
       01 WS-DIST-4-RECORD PIC X(299).
       FD  DIST-FILE-5.
       01 WS-DIST-5-RECORD PIC X(299).

       FD  MANIFEST-RPT.
       01 WS-MAN-RECORD PIC X(100).
               10 WS-ROUTE-CLASS PIC X(04).
               10 WS-ROUTE-RECIPIENT PIC X(04).
               10 WS-ROUTE-NAME PIC X(30).
               10 WS-ROUTE-KEY-CLASS PIC X(04).

      * Recipients seen tonight, in order of first appearance; slot
      * n writes to DDname DISTnn. The counts feed the manifest
               10 WS-RECIP-NAME PIC X(30).
               10 WS-RECIP-SENT PIC 9(07).

      * Current message working fields. A blank bulletin id is a
      * one-record bulletin; WS-MSG-RECORDS is how many CIPHOUT
      * records the message going out stands for.
       01 WS-MSG-CLASS PIC X(04).
       01 WS-MSG-BULLETIN-ID PIC X(10).
       01 WS-MSG-SEG-NO PIC 9(03).
       01 WS-MSG-SEG-COUNT PIC 9(03).
       01 WS-MSG-RECORDS PIC 9(03).
       01 WS-MSG-MODE PIC X(01).
       01 WS-MSG-TYPE PIC X(01).
       01 WS-MAN-EXCERPT PIC X(22).

      * The key the copy in hand goes out under: the route's key
      * class when it names one and the bulletin is an encode, the
      * bulletin class otherwise. WS-COPY-GEN is that key's
      * effective date for the manifest - or SUBST for a class-keyed
      * substitution bulletin, NONE when nothing is on file.
       01 WS-COPY-KEY-CLASS PIC X(04).
       01 WS-COPY-GEN PIC X(08).
       01 WS-COPY-REKEY-SW PIC X(01).
           88 WS-COPY-REKEY VALUE 'Y'.
       01 WS-COPY-KEY-OK-SW PIC X(01).
           88 WS-COPY-KEY-OK VALUE 'Y'.
       01 WS-MSG-KEY-HELD-SW PIC X(01).
           88 WS-MSG-KEY-HELD VALUE 'Y'.
       01 WS-KEY-HELD-COUNT PIC 9(07) VALUE 0.
       01 WS-REKEYED-COUNT PIC 9(07) VALUE 0.

      * Bulletins met on the first pass, one entry per bulletin id.
      * State 'I' until every segment is filed, then 'C'; 'B' for a
      * bulletin whose segments disagree or could not be filed. The
      * second pass moves a bulletin to 'R' once released and 'H'
      * once held, so its later segments are passed over.
       01 WS-BLTN-COUNT PIC 9(03) VALUE 0.
       01 WS-BLTN-SCAN PIC 9(03) VALUE 0.
       01 WS-BLTN-SLOT PIC 9(03) VALUE 0.
       01 WS-BLTN-TABLE.
           05 WS-BLTN-ENTRY OCCURS 200 TIMES.
               10 WS-BLTN-ID PIC X(10).
               10 WS-BLTN-CLASS PIC X(04).
               10 WS-BLTN-SEG-COUNT PIC 9(03).
               10 WS-BLTN-SEGS-SEEN PIC 9(03).
               10 WS-BLTN-STATE PIC X(01).
                   88 WS-BLTN-INCOMPLETE VALUE 'I'.
                   88 WS-BLTN-COMPLETE VALUE 'C'.
                   88 WS-BLTN-BAD VALUE 'B'.
                   88 WS-BLTN-RELEASED VALUE 'R'.
                   88 WS-BLTN-HELD VALUE 'H'.

      * Every segment filed on the first pass, record image and all,
      * so a bulletin can be released in segment order whatever
      * order its records came off the cipher step in.
       01 WS-STORE-COUNT PIC 9(04) VALUE 0.
       01 WS-STORE-SCAN PIC 9(04) VALUE 0.
       01 WS-STORE-FOUND PIC 9(04) VALUE 0.
       01 WS-STORE-TABLE.
           05 WS-STORE-ENTRY OCCURS 999 TIMES.
               10 WS-STORE-BLTN PIC 9(03).
               10 WS-STORE-SEG-NO PIC 9(03).
               10 WS-STORE-IMAGE PIC X(299).
       01 WS-SEG-SCAN PIC 9(03) VALUE 0.
       01 WS-HELD-COUNT PIC 9(07) VALUE 0.
       01 WS-MAN-SEGS PIC 9(03).

      * Envelope records for the distribution files are built here
      * in working storage, NOT in the CIPHER-OUT record area - the
           05 WS-DIST-TRL-COUNT PIC 9(07).
       01 WS-MSG-ROUTED-SW PIC X(01).
           88 WS-MSG-ROUTED VALUE 'Y'.
       01 WS-DIST-RECORD-IMAGE PIC X(299).
       01 WS-DIST-COPY REDEFINES WS-DIST-RECORD-IMAGE.
           05 WS-DIST-COPY-KEY PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-TEXT PIC X(128).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-CIPHER PIC X(128).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-WARN PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-MODE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-CLASS PIC X(04).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-DIGITS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-DIST-COPY-CHECK PIC 9(06).
           05 FILLER PIC X(19).
       01 WS-DISTRIBUTED-COUNT PIC 9(07) VALUE 0.
       01 WS-UNROUTED-COUNT PIC 9(07) VALUE 0.
       01 WS-MAN-SENT PIC ZZZZZZ9.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY RCPTWS.
       COPY CHKVWS.

       PROCEDURE DIVISION.
       MAIN.
           OPEN OUTPUT MANIFEST-RPT.
           PERFORM WRITE-MANIFEST-HEADER.
           PERFORM READ-CIPHER-RECORD.
           PERFORM FILE-ONE-SEGMENT UNTIL WS-EOF.
           PERFORM CHECK-CIPHOUT-TRAILER.
           CLOSE CIPHER-OUT.
           IF WS-BLTN-COUNT > 0 THEN
               PERFORM JUDGE-ONE-BULLETIN
                   VARYING WS-BLTN-SCAN FROM 1 BY 1
                   UNTIL WS-BLTN-SCAN > WS-BLTN-COUNT
           END-IF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT CIPHER-OUT.
           PERFORM CHECK-CIPHOUT-HEADER.
           PERFORM READ-CIPHER-RECORD.
           PERFORM DISTRIBUTE-ONE-MESSAGE UNTIL WS-EOF.
           CLOSE CIPHER-OUT.
           PERFORM CLOSE-DISTRIBUTION-FILES.
           PERFORM WRITE-MANIFEST-TOTALS.
           CLOSE MANIFEST-RPT.
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-HELD-COUNT > 0 THEN
               DISPLAY "CIPHDIST: " WS-HELD-COUNT
                   " BULLETINS HELD INCOMPLETE - SEE EXCPLOG"
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-KEY-HELD-COUNT > 0 THEN
               DISPLAY "CIPHDIST: " WS-KEY-HELD-COUNT
                   " COPIES HELD WITH NO RECIPIENT KEY - SEE EXCPLOG"
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.
       MAIN-EXIT.

                           WS-ROUTE-RECIPIENT(WS-ROUTE-COUNT)
                       MOVE WS-RTE-NAME TO
                           WS-ROUTE-NAME(WS-ROUTE-COUNT)
                       MOVE WS-RTE-KEY-CLASS TO
                           WS-ROUTE-KEY-CLASS(WS-ROUTE-COUNT)
                   END-IF
           END-READ.
       LOAD-ONE-ROUTE-EXIT.
                       MOVE WS-CIPH-OUT-CLASS TO WS-MSG-CLASS
                       MOVE WS-CIPH-OUT-RECORD TO
                           WS-DIST-RECORD-IMAGE
                       PERFORM TAKE-SEGMENT-NUMBERING
                   END-IF
           END-READ.
       READ-CIPHER-RECORD-EXIT.

      * Numbering that is not numeric reads as zero, which no
      * bulletin can file, so the bulletin is held as not agreeing.
       TAKE-SEGMENT-NUMBERING.
           MOVE WS-CIPH-OUT-BULLETIN-ID TO WS-MSG-BULLETIN-ID.
           MOVE 0 TO WS-MSG-SEG-NO.
           MOVE 0 TO WS-MSG-SEG-COUNT.
           IF WS-MSG-BULLETIN-ID NOT = SPACES THEN
               IF WS-CIPH-OUT-SEG-NO NUMERIC THEN
                   MOVE WS-CIPH-OUT-SEG-NO TO WS-MSG-SEG-NO
               END-IF
               IF WS-CIPH-OUT-SEG-COUNT NUMERIC THEN
                   MOVE WS-CIPH-OUT-SEG-COUNT TO WS-MSG-SEG-COUNT
               END-IF
           END-IF.
       TAKE-SEGMENT-NUMBERING-EXIT.

      * First pass: every segment of a bulletin is filed against
      * its id. A segment that disagrees with the bulletin's first
      * on class or count, falls outside the count, repeats one
      * already filed or finds the store full spoils the bulletin.
       FILE-ONE-SEGMENT.
           IF WS-MSG-BULLETIN-ID NOT = SPACES THEN
               PERFORM FIND-BULLETIN
               IF WS-BLTN-SLOT = 0 THEN
                   PERFORM ADD-BULLETIN
               END-IF
               IF WS-BLTN-SLOT > 0 THEN
                   PERFORM FILE-SEGMENT-IMAGE
               END-IF
           END-IF.
           PERFORM READ-CIPHER-RECORD.
       FILE-ONE-SEGMENT-EXIT.

       FIND-BULLETIN.
           MOVE 0 TO WS-BLTN-SLOT.
           IF WS-BLTN-COUNT > 0 THEN
               PERFORM CHECK-ONE-BULLETIN
                   VARYING WS-BLTN-SCAN FROM 1 BY 1
                   UNTIL WS-BLTN-SCAN > WS-BLTN-COUNT
                       OR WS-BLTN-SLOT > 0
           END-IF.
       FIND-BULLETIN-EXIT.

       CHECK-ONE-BULLETIN.
           IF WS-BLTN-ID(WS-BLTN-SCAN) = WS-MSG-BULLETIN-ID THEN
               MOVE WS-BLTN-SCAN TO WS-BLTN-SLOT
           END-IF.
       CHECK-ONE-BULLETIN-EXIT.

      * A bulletin past the table's 200 finds no slot; its records
      * are held one by one on the second pass.
       ADD-BULLETIN.
           IF WS-BLTN-COUNT >= 200 THEN
               DISPLAY "CIPHDIST: BULLETIN TABLE FULL, NOT FILED: "
                   WS-MSG-BULLETIN-ID
           ELSE
               ADD 1 TO WS-BLTN-COUNT
               MOVE WS-BLTN-COUNT TO WS-BLTN-SLOT
               MOVE WS-MSG-BULLETIN-ID TO WS-BLTN-ID(WS-BLTN-SLOT)
               MOVE WS-MSG-CLASS TO WS-BLTN-CLASS(WS-BLTN-SLOT)
               MOVE WS-MSG-SEG-COUNT TO
                   WS-BLTN-SEG-COUNT(WS-BLTN-SLOT)
               MOVE 0 TO WS-BLTN-SEGS-SEEN(WS-BLTN-SLOT)
               MOVE 'I' TO WS-BLTN-STATE(WS-BLTN-SLOT)
           END-IF.
       ADD-BULLETIN-EXIT.

       FILE-SEGMENT-IMAGE.
           MOVE WS-MSG-SEG-NO TO WS-SEG-SCAN.
           PERFORM FIND-STORED-SEGMENT.
           EVALUATE TRUE
           WHEN WS-BLTN-BAD(WS-BLTN-SLOT)
               CONTINUE
           WHEN WS-MSG-CLASS NOT = WS-BLTN-CLASS(WS-BLTN-SLOT)
           WHEN WS-MSG-SEG-COUNT NOT = WS-BLTN-SEG-COUNT(WS-BLTN-SLOT)
           WHEN WS-MSG-SEG-NO = 0
           WHEN WS-MSG-SEG-NO > WS-MSG-SEG-COUNT
           WHEN WS-STORE-FOUND > 0
           WHEN WS-STORE-COUNT >= 999
               MOVE 'B' TO WS-BLTN-STATE(WS-BLTN-SLOT)
           WHEN OTHER
               ADD 1 TO WS-STORE-COUNT
               MOVE WS-BLTN-SLOT TO WS-STORE-BLTN(WS-STORE-COUNT)
               MOVE WS-MSG-SEG-NO TO WS-STORE-SEG-NO(WS-STORE-COUNT)
               MOVE WS-DIST-RECORD-IMAGE TO
                   WS-STORE-IMAGE(WS-STORE-COUNT)
               ADD 1 TO WS-BLTN-SEGS-SEEN(WS-BLTN-SLOT)
           END-EVALUATE.
       FILE-SEGMENT-IMAGE-EXIT.

      * The store entry for segment WS-SEG-SCAN of bulletin
      * WS-BLTN-SLOT, or zero when it was never filed.
       FIND-STORED-SEGMENT.
           MOVE 0 TO WS-STORE-FOUND.
           IF WS-STORE-COUNT > 0 THEN
               PERFORM CHECK-ONE-STORED-SEGMENT
                   VARYING WS-STORE-SCAN FROM 1 BY 1
                   UNTIL WS-STORE-SCAN > WS-STORE-COUNT
                       OR WS-STORE-FOUND > 0
           END-IF.
       FIND-STORED-SEGMENT-EXIT.

       CHECK-ONE-STORED-SEGMENT.
           IF WS-STORE-BLTN(WS-STORE-SCAN) = WS-BLTN-SLOT
               AND WS-STORE-SEG-NO(WS-STORE-SCAN) = WS-SEG-SCAN THEN
               MOVE WS-STORE-SCAN TO WS-STORE-FOUND
           END-IF.
       CHECK-ONE-STORED-SEGMENT-EXIT.

      * Segments are filed only once each and only inside the
      * count, so a full tally is every segment from 1 to the count.
       JUDGE-ONE-BULLETIN.
           IF WS-BLTN-INCOMPLETE(WS-BLTN-SCAN)
               AND WS-BLTN-SEGS-SEEN(WS-BLTN-SCAN) =
                   WS-BLTN-SEG-COUNT(WS-BLTN-SCAN) THEN
               MOVE 'C' TO WS-BLTN-STATE(WS-BLTN-SCAN)
           END-IF.
       JUDGE-ONE-BULLETIN-EXIT.

      * Second pass. A one-record bulletin routes as it reads; a
      * multi-record bulletin is released or held whole the first
      * time one of its records is met, and its other records are
      * passed over.
       DISTRIBUTE-ONE-MESSAGE.
           IF WS-MSG-BULLETIN-ID = SPACES THEN
               MOVE 1 TO WS-MSG-RECORDS
               MOVE WS-DIST-COPY-TEXT TO WS-MAN-EXCERPT
               MOVE WS-DIST-COPY-MODE TO WS-MSG-MODE
               MOVE WS-DIST-COPY-TYPE TO WS-MSG-TYPE
               PERFORM ROUTE-CURRENT-MESSAGE
           ELSE
               PERFORM FIND-BULLETIN
               EVALUATE TRUE
               WHEN WS-BLTN-SLOT = 0
                   PERFORM HOLD-INCOMPLETE-BULLETIN
               WHEN WS-BLTN-COMPLETE(WS-BLTN-SLOT)
                   PERFORM RELEASE-COMPLETE-BULLETIN
               WHEN WS-BLTN-INCOMPLETE(WS-BLTN-SLOT)
               WHEN WS-BLTN-BAD(WS-BLTN-SLOT)
                   PERFORM HOLD-INCOMPLETE-BULLETIN
               WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           PERFORM READ-CIPHER-RECORD.
       DISTRIBUTE-ONE-MESSAGE-EXIT.

       RELEASE-COMPLETE-BULLETIN.
           MOVE WS-BLTN-CLASS(WS-BLTN-SLOT) TO WS-MSG-CLASS.
           MOVE WS-BLTN-SEG-COUNT(WS-BLTN-SLOT) TO WS-MSG-RECORDS.
           MOVE 1 TO WS-SEG-SCAN.
           PERFORM FIND-STORED-SEGMENT.
           MOVE WS-STORE-IMAGE(WS-STORE-FOUND) TO WS-DIST-RECORD-IMAGE.
           MOVE WS-DIST-COPY-TEXT TO WS-MAN-EXCERPT.
           MOVE WS-DIST-COPY-MODE TO WS-MSG-MODE.
           MOVE WS-DIST-COPY-TYPE TO WS-MSG-TYPE.
           PERFORM ROUTE-CURRENT-MESSAGE.
           MOVE 'R' TO WS-BLTN-STATE(WS-BLTN-SLOT).
       RELEASE-COMPLETE-BULLETIN-EXIT.

      * Held whole: nothing of a bulletin goes to a partner until
      * all of it can. The cipher step has already held any segment
      * it could not cipher, so a gap here is usually that.
       HOLD-INCOMPLETE-BULLETIN.
           ADD 1 TO WS-HELD-COUNT.
           MOVE 'CIPHDIST' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-MSG-BULLETIN-ID TO WS-EXCP-KEY-PARM.
           MOVE SPACES TO WS-MAN-RECORD.
           IF WS-BLTN-SLOT = 0 THEN
               MOVE 'BULLETIN TABLE FULL - SEGMENT HELD' TO
                   WS-EXCP-REASON-PARM
               STRING "HELD BULLETIN " WS-MSG-BULLETIN-ID
                   " CLASS " WS-MSG-CLASS
                   " - BULLETIN TABLE FULL"
                   DELIMITED BY SIZE INTO WS-MAN-RECORD
           ELSE
               IF WS-BLTN-BAD(WS-BLTN-SLOT) THEN
                   MOVE 'BULLETIN SEGMENTS DO NOT AGREE - HELD' TO
                       WS-EXCP-REASON-PARM
               ELSE
                   MOVE 'BULLETIN INCOMPLETE - HELD FROM RELEASE' TO
                       WS-EXCP-REASON-PARM
               END-IF
               MOVE WS-BLTN-SEGS-SEEN(WS-BLTN-SLOT) TO WS-MAN-SEGS
               STRING "HELD BULLETIN " WS-MSG-BULLETIN-ID
                   " CLASS " WS-BLTN-CLASS(WS-BLTN-SLOT)
                   " - " WS-MAN-SEGS " OF "
                   WS-BLTN-SEG-COUNT(WS-BLTN-SLOT) " SEGMENTS"
                   DELIMITED BY SIZE INTO WS-MAN-RECORD
               MOVE 'H' TO WS-BLTN-STATE(WS-BLTN-SLOT)
           END-IF.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           WRITE WS-MAN-RECORD.
       HOLD-INCOMPLETE-BULLETIN-EXIT.

      * Every routing entry for the message's class gets a copy -
      * a class routed to two partners sends to both. No class or
      * no route is an exception, and the message goes nowhere. A
      * message whose only copies were held for want of a recipient
      * key was routed; those holds have logged already.
       ROUTE-CURRENT-MESSAGE.
           MOVE 'N' TO WS-MSG-ROUTED-SW.
           MOVE 'N' TO WS-MSG-KEY-HELD-SW.
           IF WS-MSG-CLASS NOT = SPACES AND WS-ROUTE-COUNT > 0 THEN
               PERFORM CHECK-ONE-ROUTE
                   VARYING WS-ROUTE-SCAN FROM 1 BY 1
                   UNTIL WS-ROUTE-SCAN > WS-ROUTE-COUNT
           END-IF.
           EVALUATE TRUE
           WHEN WS-MSG-ROUTED
               ADD WS-MSG-RECORDS TO WS-DISTRIBUTED-COUNT
           WHEN WS-MSG-KEY-HELD
               CONTINUE
           WHEN OTHER
               ADD WS-MSG-RECORDS TO WS-UNROUTED-COUNT
               MOVE 'CIPHDIST' TO WS-EXCP-SOURCE-PARM
               IF WS-MSG-CLASS = SPACES THEN
                   MOVE 'NO CLASS' TO WS-EXCP-KEY-PARM
                       WS-EXCP-REASON-PARM
               END-IF
               PERFORM LOG-EXCEPTION
           END-EVALUATE.
       ROUTE-CURRENT-MESSAGE-EXIT.

       CHECK-ONE-ROUTE.
           IF WS-ROUTE-CLASS(WS-ROUTE-SCAN) = WS-MSG-CLASS THEN
           END-IF.
       CHECK-ONE-ROUTE-EXIT.

      * The recipient's key is proved before a file is opened or a
      * record written, so a copy is held whole or sent whole. A
      * one-record bulletin's image is taken fresh off the CIPHOUT
      * record for each recipient, since the last one re-keyed it.
       SEND-TO-RECIPIENT.
           PERFORM PROVE-RECIPIENT-KEY.
           IF NOT WS-COPY-KEY-OK THEN
               PERFORM HOLD-UNKEYED-COPY
           ELSE
               PERFORM FIND-OR-OPEN-RECIPIENT
               IF WS-RECIP-SLOT > 0 THEN
                   MOVE 'Y' TO WS-MSG-ROUTED-SW
                   IF WS-MSG-BULLETIN-ID = SPACES THEN
                       MOVE WS-CIPH-OUT-RECORD TO WS-DIST-RECORD-IMAGE
                       ADD 1 TO WS-RECIP-SENT(WS-RECIP-SLOT)
                       PERFORM WRITE-RECIPIENT-COPY
                   ELSE
                       PERFORM SEND-ONE-SEGMENT
                           VARYING WS-SEG-SCAN FROM 1 BY 1
                           UNTIL WS-SEG-SCAN > WS-MSG-RECORDS
                   END-IF
                   PERFORM WRITE-MANIFEST-LINE
               END-IF
           END-IF.
       SEND-TO-RECIPIENT-EXIT.

       SEND-ONE-SEGMENT.
           PERFORM FIND-STORED-SEGMENT.
           MOVE WS-STORE-IMAGE(WS-STORE-FOUND) TO WS-DIST-RECORD-IMAGE.
           ADD 1 TO WS-RECIP-SENT(WS-RECIP-SLOT).
           PERFORM WRITE-RECIPIENT-COPY.
       SEND-ONE-SEGMENT-EXIT.

       WRITE-RECIPIENT-COPY.
           IF WS-COPY-REKEY THEN
               PERFORM REKEY-RECIPIENT-COPY
           END-IF.
           PERFORM WRITE-DIST-RECORD.
       WRITE-RECIPIENT-COPY-EXIT.

      * A blank-text call proves the key without ciphering anything
      * and names its generation. A class-keyed copy is never held
      * here: the cipher step has already held anything its class
      * key could not cipher.
       PROVE-RECIPIENT-KEY.
           MOVE 'N' TO WS-COPY-REKEY-SW.
           MOVE 'Y' TO WS-COPY-KEY-OK-SW.
           IF WS-ROUTE-KEY-CLASS(WS-ROUTE-SCAN) = SPACES
               OR WS-MSG-MODE NOT = 'E' THEN
               MOVE WS-MSG-CLASS TO WS-COPY-KEY-CLASS
           ELSE
               MOVE WS-ROUTE-KEY-CLASS(WS-ROUTE-SCAN) TO
                   WS-COPY-KEY-CLASS
               MOVE 'Y' TO WS-COPY-REKEY-SW
           END-IF.
           MOVE WS-COPY-KEY-CLASS TO WS-RCPT-KEY-CLASS.
           MOVE WS-RUN-DATE TO WS-RCPT-DATE.
           MOVE SPACES TO WS-RCPT-TEXT.
           CALL 'RCPTCALC' USING WS-RCPT-REQUEST WS-RCPT-RESULT.
           EVALUATE TRUE
           WHEN NOT WS-COPY-REKEY AND WS-MSG-TYPE = 'S'
               MOVE 'SUBST' TO WS-COPY-GEN
           WHEN WS-RCPT-ENCIPHERED
               MOVE WS-RCPT-EFF-DATE TO WS-COPY-GEN
           WHEN WS-COPY-REKEY
               MOVE 'N' TO WS-COPY-KEY-OK-SW
           WHEN OTHER
               MOVE 'NONE' TO WS-COPY-GEN
           END-EVALUATE.
       PROVE-RECIPIENT-KEY-EXIT.

      * The copy is enciphered afresh from the bulletin text, so
      * it owes nothing to the class key, and its key, type and
      * digit bytes are the recipient key's. The mis-key flag is
      * raised for a key that leaves the text as it was, and the
      * check value is sealed again under the recipient's key.
       REKEY-RECIPIENT-COPY.
           MOVE WS-COPY-KEY-CLASS TO WS-RCPT-KEY-CLASS.
           MOVE WS-RUN-DATE TO WS-RCPT-DATE.
           MOVE WS-DIST-COPY-TEXT TO WS-RCPT-TEXT.
           CALL 'RCPTCALC' USING WS-RCPT-REQUEST WS-RCPT-RESULT.
           MOVE WS-RCPT-CIPHER TO WS-DIST-COPY-CIPHER.
           MOVE WS-RCPT-KEY TO WS-DIST-COPY-KEY.
           MOVE WS-RCPT-TYPE TO WS-DIST-COPY-TYPE.
           MOVE WS-RCPT-DIGITS TO WS-DIST-COPY-DIGITS.
           IF WS-DIST-COPY-CIPHER = WS-DIST-COPY-TEXT THEN
               MOVE 'Y' TO WS-DIST-COPY-WARN
           ELSE
               MOVE 'N' TO WS-DIST-COPY-WARN
           END-IF.
           MOVE WS-MSG-CLASS TO WS-CHKV-CLASS.
           MOVE WS-RUN-DATE TO WS-CHKV-DATE.
           MOVE WS-DIST-COPY-CIPHER TO WS-CHKV-TEXT.
           MOVE WS-COPY-KEY-CLASS TO WS-CHKV-KEY-CLASS.
           CALL 'CHKVCALC' USING WS-CHKV-REQUEST WS-CHKV-RESULT.
           MOVE WS-CHKV-VALUE TO WS-DIST-COPY-CHECK.
           ADD 1 TO WS-REKEYED-COUNT.
       REKEY-RECIPIENT-COPY-EXIT.

      * Held for this recipient only: every other route for the
      * class still gets its copy.
       HOLD-UNKEYED-COPY.
           ADD 1 TO WS-KEY-HELD-COUNT.
           MOVE 'Y' TO WS-MSG-KEY-HELD-SW.
           MOVE 'CIPHDIST' TO WS-EXCP-SOURCE-PARM.
           MOVE SPACES TO WS-EXCP-KEY-PARM.
           STRING WS-ROUTE-RECIPIENT(WS-ROUTE-SCAN) " KEY "
               WS-COPY-KEY-CLASS
               DELIMITED BY SIZE INTO WS-EXCP-KEY-PARM.
           IF WS-RCPT-BAD-KEYWORD THEN
               MOVE 'RECIPIENT KEYWORD UNUSABLE - COPY HELD' TO
                   WS-EXCP-REASON-PARM
           ELSE
               MOVE 'NO RECIPIENT KEY IN FORCE - COPY HELD' TO
                   WS-EXCP-REASON-PARM
           END-IF.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE SPACES TO WS-MAN-RECORD.
           STRING "HELD COPY CLASS " WS-MSG-CLASS
               " TO " WS-ROUTE-RECIPIENT(WS-ROUTE-SCAN)
               " - NO KEY " WS-COPY-KEY-CLASS " IN FORCE"
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           IF WS-MSG-BULLETIN-ID NOT = SPACES THEN
               MOVE WS-MSG-RECORDS TO WS-MAN-SEGS
               STRING WS-MSG-BULLETIN-ID " SEGS " WS-MAN-SEGS
                   DELIMITED BY SIZE INTO WS-MAN-RECORD(72:20)
           END-IF.
           WRITE WS-MAN-RECORD.
       HOLD-UNKEYED-COPY-EXIT.

      * A recipient's file opens the first time a message routes to
      * them, with the same envelope header every interface file
      * carries; the sixth distinct recipient in one night has no
           STRING "CLASS " WS-MSG-CLASS
               " TO " WS-RECIP-CODE(WS-RECIP-SLOT)
               " (DIST0" WS-RECIP-SLOT ")  "
               WS-MAN-EXCERPT
               " KEY " WS-COPY-KEY-CLASS " " WS-COPY-GEN
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           IF WS-MSG-BULLETIN-ID NOT = SPACES THEN
               MOVE WS-MSG-RECORDS TO WS-MAN-SEGS
               STRING WS-MSG-BULLETIN-ID " SEGS " WS-MAN-SEGS
                   DELIMITED BY SIZE INTO WS-MAN-RECORD(72:20)
           END-IF.
           WRITE WS-MAN-RECORD.
       WRITE-MANIFEST-LINE-EXIT.

           STRING "NOT ROUTED: " WS-MAN-SENT
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           WRITE WS-MAN-RECORD.
           MOVE WS-HELD-COUNT TO WS-MAN-SENT.
           MOVE SPACES TO WS-MAN-RECORD.
           STRING "HELD INCOMPLETE: " WS-MAN-SENT
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           WRITE WS-MAN-RECORD.
           MOVE WS-REKEYED-COUNT TO WS-MAN-SENT.
           MOVE SPACES TO WS-MAN-RECORD.
           STRING "RECORDS ON RECIPIENT KEYS: " WS-MAN-SENT
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           WRITE WS-MAN-RECORD.
           MOVE WS-KEY-HELD-COUNT TO WS-MAN-SENT.
           MOVE SPACES TO WS-MAN-RECORD.
           STRING "COPIES HELD NO RECIPIENT KEY: " WS-MAN-SENT
               DELIMITED BY SIZE INTO WS-MAN-RECORD.
           WRITE WS-MAN-RECORD.
       WRITE-MANIFEST-TOTALS-EXIT.

       WRITE-ONE-RECIP-TOTAL.
