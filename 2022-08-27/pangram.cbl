      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 09/23/2024 JB - Every assembled sentence, continuations and
      *                all, is screened against the editors' FORBMSTR
      *                forbidden-word master (see the FORBSCRN module
      *                and SCRNP copybook) before the coverage check.
      *                Hits go to the SCRNREG screening register and
      *                EXCPLOG; a rejected sentence is refused with no
      *                PANGOUT result, and a substitution is checked
      *                as substituted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PANGRAM.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY SCRNSEL.
       DATA DIVISION.
       FILE SECTION.
      * WS-PAN-IN-CONT-FLAG of 'C' marks "more follows": the next
       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY SCRNFD.

       WORKING-STORAGE SECTION.
       01 WS-SENTENCE PIC X(240).
      * Control total for the end-of-day Daily Operations Report.
       01 WS-SENTENCES-CHECKED-COUNT PIC 9(07) VALUE 0.
       01 WS-RESULTS-WRITTEN-COUNT PIC 9(07) VALUE 0.
       01 WS-SENTENCES-REFUSED-COUNT PIC 9(07) VALUE 0.

      * Whole-file accumulators for the PANGSUM summary: the
      * combined coverage ORs every sentence's WS-PARSED together,
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.
       COPY SCRNWS.

       PROCEDURE DIVISION.
           PANGRAM.
               OPEN OUTPUT PANGRAM-OUT.
               PERFORM WRITE-RESULT-HEADER.
               PERFORM OPEN-EXCEPTION-LOG.
               PERFORM OPEN-SCREEN-REGISTER.
               PERFORM OPEN-OPS-COUNT-LOG.
               PERFORM READ-PANGRAM-RECORD.
               PERFORM CHECK-ONE-SENTENCE UNTIL WS-EOF.
               PERFORM WRITE-RESULT-TRAILER.
               CLOSE PANGRAM-OUT.
               PERFORM WRITE-COVERAGE-SUMMARY.
               PERFORM CLOSE-SCREEN-REGISTER.
               PERFORM CLOSE-EXCEPTION-LOG.
               MOVE 'PANGRAM' TO WS-OPSC-SOURCE-PARM.
               MOVE 'SENTENCES CHECKED' TO WS-OPSC-LABEL-PARM.
               MOVE WS-SENTENCES-CHECKED-COUNT TO WS-OPSC-COUNT-PARM.
               PERFORM LOG-OPS-COUNT.
               PERFORM CLOSE-OPS-COUNT-LOG.
               IF WS-SENTENCES-REFUSED-COUNT > 0 THEN
                   DISPLAY "SENTENCES REFUSED FOR A FORBIDDEN WORD "
                       WS-SENTENCES-REFUSED-COUNT
               END-IF.
               STOP RUN.

           READ-PANGRAM-RECORD.
           CHECK-ONE-SENTENCE.
               PERFORM ASSEMBLE-LOGICAL-SENTENCE.
               ADD 1 TO WS-SENTENCES-CHECKED-COUNT.
               PERFORM SCREEN-SENTENCE-WORDS.
               IF WS-SCRN-REJECT THEN
                   ADD 1 TO WS-SENTENCES-REFUSED-COUNT
                   DISPLAY "SENTENCE REFUSED - FORBIDDEN WORD: "
                       WS-SENTENCE(1:40)
               ELSE
                   PERFORM TEST-ONE-SENTENCE
               END-IF.
               IF NOT WS-EOF THEN
                   PERFORM READ-PANGRAM-RECORD
               END-IF.

      * The whole logical sentence is screened, so a word split
      * across a continuation is caught the same as any other.
           SCREEN-SENTENCE-WORDS.
               MOVE 'PANGRAM' TO WS-SCRN-SOURCE-PARM.
               MOVE WS-SENTENCE(1:15) TO WS-SCRN-KEY-PARM.
               MOVE WS-SENTENCE TO WS-SCRN-TEXT.
               MOVE 240 TO WS-SCRN-TEXT-LEN.
               PERFORM SCREEN-FOR-FORBIDDEN-WORDS.
               IF WS-SCRN-SUBSTITUTE THEN
                   MOVE WS-SCRN-TEXT-OUT TO WS-SENTENCE
               END-IF.

           TEST-ONE-SENTENCE.
               MOVE 0 TO WS-RESULT.
               MOVE ALL '0' TO WS-PARSED.
               MOVE FUNCTION LOWER-CASE(WS-SENTENCE) TO WS-SENTENCE.
                   MOVE SPACES TO WS-MISSING-LETTERS
               END-IF.
               PERFORM WRITE-PANGRAM-RESULT.

      * Glues the current physical record and any continuations into
      * one logical sentence. A fifth or later segment can't fit the
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.
           COPY SCRNP.
