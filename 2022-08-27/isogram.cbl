      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 09/16/2024 JB - A word seen for the first time is looked up
      *                by its sorted-letter signature on the ANAGSIG
      *                file the ANAGFAM step rebuilds off this
      *                master each night, and flagged on ISOOUT and
      *                ISONEW when it joins an anagram family already
      *                on file ('J') or pairs with a lone word to
      *                start one ('F'). ISONEW also names the family's
      *                founding word for the puzzle page.
      * 09/23/2024 JB - Every phrase that passes the length check is
      *                screened against the editors' FORBMSTR
      *                forbidden-word master (see the FORBSCRN module
      *                and SCRNP copybook) before it is checked or
      *                goes near the word master. Hits go to the
      *                SCRNREG screening register and EXCPLOG; a
      *                rejected phrase goes to ISOREJ for the desk to
      *                correct like any other reject, and a
      *                substitution carries on with the replacement.
      * 11/25/2024 JB - Every word added to or bumped on ISOGRAM-MASTER
      *                now writes a before and after image to the shared
      *                MSTRJRNL master journal, so MSTRFWD can roll it
      *                forward onto a restored image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ISOGRAM.
               FILE STATUS IS WS-ISOM-FILE-STATUS.
           SELECT ISOGRAM-NEW ASSIGN TO "ISONEW"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANAGRAM-SIG ASSIGN TO "ANAGSIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-SIG-SIGNATURE
               FILE STATUS IS WS-SIG-FILE-STATUS.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
           COPY SCRNSEL.
       DATA DIVISION.
       FILE SECTION.
      * WS-ISO-IN-PHRASE is deliberately wider than WS-PHRASE so an
           05 WS-ISO-OUT-RESULT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-ISSUE PIC X(06).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-FAMILY PIC X(01).
       01 WS-ISO-OUT-HDR-RECORD.
           05 WS-ISO-OUT-HDR-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-HDR-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-HDR-DATE PIC 9(08).
           05 FILLER PIC X(47).
       01 WS-ISO-OUT-TRL-RECORD.
           05 WS-ISO-OUT-TRL-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-ISO-OUT-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(63).

       FD  ISOGRAM-DIAG.
       01 WS-ISO-DIAG-RECORD.
           05 WS-ISO-NEW-RESULT PIC X(04).
           05 FILLER PIC X(01).
           05 WS-ISO-NEW-FIRST-SEEN PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-ISO-NEW-FAMILY PIC X(01).
           05 FILLER PIC X(01).
           05 WS-ISO-NEW-FAMILY-SIZE PIC 9(05).
           05 FILLER PIC X(01).
           05 WS-ISO-NEW-FOUNDER PIC X(60).

      * Anagram signature file as ANAGFAM builds it, read-only here:
      * one record per signature on the word master.
       FD  ANAGRAM-SIG.
       01 WS-SIG-RECORD.
           05 WS-SIG-SIGNATURE PIC X(60).
           05 WS-SIG-FAMILY-SIZE PIC 9(05).
           05 WS-SIG-ISOGRAM-COUNT PIC 9(05).
           05 WS-SIG-FIRST-SEEN PIC 9(08).
           05 WS-SIG-FOUNDER PIC X(60).
           05 WS-SIG-BUILT-DATE PIC 9(08).
           05 FILLER PIC X(04).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY JRNLFD.
       COPY SCRNFD.

       WORKING-STORAGE SECTION.
       01 WS-PHRASE PIC X(60).
       01 WS-NEW-WORDS-COUNT PIC 9(07) VALUE 0.
       01 WS-RESULTS-WRITTEN-COUNT PIC 9(07) VALUE 0.

      * Anagram family lookup for a new word. WS-FAMILY-FLAG is 'J'
      * when the word joins a family of two or more, 'F' when it
      * pairs with a lone word to start one, space otherwise.
       01 WS-SIG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SIG-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-SIG-OPEN VALUE 'Y'.
       01 WS-FAMILY-FLAG PIC X(01) VALUE SPACE.
       01 WS-FAMILY-SIZE PIC 9(05) VALUE 0.
       01 WS-FAMILY-FOUNDER PIC X(60) VALUE SPACES.
       01 WS-FAMILY-JOINS-COUNT PIC 9(07) VALUE 0.
       01 WS-FORBIDDEN-REJECT-COUNT PIC 9(07) VALUE 0.

       COPY ANAGSWS.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.
       COPY SCRNWS.

       PROCEDURE DIVISION.
           ISOGRAM.
                   CLOSE ISOGRAM-MASTER
                   OPEN I-O ISOGRAM-MASTER
               END-IF.
               PERFORM OPEN-SIGNATURE-FILE.
               PERFORM OPEN-EXCEPTION-LOG.
               PERFORM OPEN-SCREEN-REGISTER.
               PERFORM OPEN-OPS-COUNT-LOG.
               MOVE 'ISOGRAM' TO WS-JRNL-PROGRAM-PARM.
               PERFORM OPEN-MASTER-JOURNAL.
               PERFORM READ-ISOGRAM-RECORD.
               PERFORM CHECK-ONE-PHRASE UNTIL WS-EOF.
               CLOSE ISOGRAM-IN.
               CLOSE ISOGRAM-REJ.
               CLOSE ISOGRAM-NEW.
               CLOSE ISOGRAM-MASTER.
               PERFORM CLOSE-MASTER-JOURNAL.
               IF WS-SIG-OPEN THEN
                   CLOSE ANAGRAM-SIG
               END-IF.
               PERFORM CLOSE-SCREEN-REGISTER.
               PERFORM CLOSE-EXCEPTION-LOG.
               MOVE 'ISOGRAM' TO WS-OPSC-SOURCE-PARM.
               MOVE 'WORDS CHECKED' TO WS-OPSC-LABEL-PARM.
               PERFORM LOG-OPS-COUNT.
               PERFORM CLOSE-OPS-COUNT-LOG.
               DISPLAY "WORDS KNOWN " WS-KNOWN-WORDS-COUNT
                   " NEW " WS-NEW-WORDS-COUNT
                   " IN AN ANAGRAM FAMILY " WS-FAMILY-JOINS-COUNT.
               IF WS-FORBIDDEN-REJECT-COUNT > 0 THEN
                   DISPLAY "PHRASES REJECTED FOR A FORBIDDEN WORD "
                       WS-FORBIDDEN-REJECT-COUNT
               END-IF.
               STOP RUN.

      * Recycled rejects the RECYMNT step corrected come back through
           CHECK-ONE-PHRASE.
               ADD 1 TO WS-WORDS-CHECKED-COUNT.
               PERFORM VALIDATE-PHRASE-LENGTH.
               IF WS-PHRASE-VALID THEN
                   PERFORM SCREEN-PHRASE-WORDS
               END-IF.
               IF WS-PHRASE-VALID THEN
                   MOVE FUNCTION LOWER-CASE(WS-PHRASE) TO WS-PHRASE
                   MOVE SPACE TO WS-FAMILY-FLAG
                   MOVE 0 TO WS-FAMILY-SIZE
                   MOVE SPACES TO WS-FAMILY-FOUNDER
                   PERFORM LOOKUP-WORD-MASTER
                   IF WS-ISOM-FOUND THEN
                       ADD 1 TO WS-KNOWN-WORDS-COUNT
                       MOVE 1 TO WS-INDEX
                       PERFORM CHECK-FOR-ISOGRAM UNTIL WS-INDEX > 26
                       PERFORM ADD-WORD-MASTER
                       PERFORM CHECK-ANAGRAM-FAMILY
                       PERFORM WRITE-NEW-WORD
                   END-IF
                   DISPLAY "PHRASE: " WS-PHRASE " RESULT: " WS-RESULT
               END-IF.
               PERFORM READ-ISOGRAM-RECORD.

      * The signature file is rebuilt by the ANAGFAM step behind
      * this one, so tonight's new words are matched against every
      * word on the master up to last night. A run without it just
      * flags nothing.
           OPEN-SIGNATURE-FILE.
               OPEN INPUT ANAGRAM-SIG.
               IF WS-SIG-FILE-STATUS = "00" THEN
                   MOVE 'Y' TO WS-SIG-OPEN-SW
               ELSE
                   MOVE 'N' TO WS-SIG-OPEN-SW
                   DISPLAY "NO ANAGSIG SIGNATURE FILE (STATUS "
                       WS-SIG-FILE-STATUS ") - FAMILIES NOT FLAGGED"
               END-IF.

           CHECK-ANAGRAM-FAMILY.
               IF WS-SIG-OPEN THEN
                   MOVE WS-PHRASE TO WS-ANAG-WORD
                   PERFORM BUILD-ANAGRAM-SIGNATURE
                   IF WS-ANAG-SIGNATURE NOT = SPACES THEN
                       MOVE WS-ANAG-SIGNATURE TO WS-SIG-SIGNATURE
                       READ ANAGRAM-SIG
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM FLAG-ANAGRAM-FAMILY
                       END-READ
                   END-IF
               END-IF.

           FLAG-ANAGRAM-FAMILY.
               ADD 1 TO WS-FAMILY-JOINS-COUNT.
               MOVE WS-SIG-FAMILY-SIZE TO WS-FAMILY-SIZE.
               MOVE WS-SIG-FOUNDER TO WS-FAMILY-FOUNDER.
               IF WS-SIG-FAMILY-SIZE > 1 THEN
                   MOVE 'J' TO WS-FAMILY-FLAG
                   DISPLAY "JOINS AN EXISTING ANAGRAM FAMILY OF "
                       WS-SIG-FAMILY-SIZE ": " WS-SIG-FOUNDER(1:30)
               ELSE
                   MOVE 'F' TO WS-FAMILY-FLAG
                   DISPLAY "STARTS AN ANAGRAM FAMILY WITH: "
                       WS-SIG-FOUNDER(1:30)
               END-IF.

           LOOKUP-WORD-MASTER.
               MOVE 'N' TO WS-ISOM-FOUND-SW.
               MOVE WS-PHRASE TO WS-ISOM-WORD.
               END-READ.

           BUMP-WORD-MASTER.
               MOVE WS-ISOM-RECORD TO WS-JRNL-BEFORE-PARM.
               ADD 1 TO WS-ISOM-TIMES-SEEN.
               REWRITE WS-ISOM-RECORD
                   INVALID KEY
                       DISPLAY "ISOGRAM-MASTER REWRITE FAILED FOR "
                           WS-ISOM-WORD(1:20)
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-WORD-MASTER
               END-REWRITE.

           ADD-WORD-MASTER.
                   INVALID KEY
                       DISPLAY "ISOGRAM-MASTER WRITE FAILED FOR "
                           WS-ISOM-WORD(1:20)
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JRNL-BEFORE-PARM
                       MOVE 'A' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-WORD-MASTER
               END-WRITE.

      * Every word added to or bumped on the master goes to the
      * MSTRJRNL master journal with its record as read and as
      * written, so MSTRFWD can roll it forward onto a restored
      * image.
           JOURNAL-WORD-MASTER.
               MOVE 'ISOMSTR' TO WS-JRNL-MASTER-PARM.
               MOVE WS-ISOM-WORD TO WS-JRNL-KEY-PARM.
               MOVE WS-ISOM-RECORD TO WS-JRNL-AFTER-PARM.
               PERFORM LOG-MASTER-CHANGE.

           WRITE-NEW-WORD.
               INITIALIZE WS-ISO-NEW-RECORD WITH FILLER.
               MOVE WS-PHRASE TO WS-ISO-NEW-PHRASE.
               MOVE WS-ISOM-RESULT TO WS-ISO-NEW-RESULT.
               MOVE WS-RUN-DATE TO WS-ISO-NEW-FIRST-SEEN.
               MOVE WS-FAMILY-FLAG TO WS-ISO-NEW-FAMILY.
               MOVE WS-FAMILY-SIZE TO WS-ISO-NEW-FAMILY-SIZE.
               MOVE WS-FAMILY-FOUNDER TO WS-ISO-NEW-FOUNDER.
               WRITE WS-ISO-NEW-RECORD.

           VALIDATE-PHRASE-LENGTH.
                   PERFORM LOG-EXCEPTION
               END-IF.

      * The style-guide screen runs before anything is done with the
      * phrase. A rejected phrase is refused the same way an
      * oversize one is, so RECYMNT offers it back to the desk; a
      * substitution carries on with the replacement text.
           SCREEN-PHRASE-WORDS.
               MOVE 'ISOGRAM' TO WS-SCRN-SOURCE-PARM.
               MOVE WS-PHRASE(1:15) TO WS-SCRN-KEY-PARM.
               MOVE WS-PHRASE TO WS-SCRN-TEXT.
               MOVE 60 TO WS-SCRN-TEXT-LEN.
               PERFORM SCREEN-FOR-FORBIDDEN-WORDS.
               IF WS-SCRN-REJECT THEN
                   MOVE 'N' TO WS-PHRASE-VALID-SW
                   ADD 1 TO WS-FORBIDDEN-REJECT-COUNT
                   INITIALIZE WS-ISO-REJ-RECORD WITH FILLER
                   MOVE WS-PHRASE TO WS-ISO-REJ-PHRASE
                   MOVE 'PHRASE CARRIES A FORBIDDEN WORD' TO
                       WS-ISO-REJ-REASON
                   MOVE WS-RUN-DATE TO WS-ISO-REJ-DATE
                   WRITE WS-ISO-REJ-RECORD
               END-IF.
               IF WS-SCRN-SUBSTITUTE THEN
                   MOVE WS-SCRN-TEXT-OUT(1:60) TO WS-PHRASE
               END-IF.

           PARSE-PHRASE.
               MOVE FUNCTION ORD(WS-PHRASE(WS-INDEX:1)) TO WS-TEMP1.
               SUBTRACT 97 FROM WS-TEMP1 GIVING WS-TEMP1.
                   MOVE 'FAIL' TO WS-ISO-OUT-RESULT
               END-IF.
               MOVE WS-ISSUE TO WS-ISO-OUT-ISSUE.
               MOVE WS-FAMILY-FLAG TO WS-ISO-OUT-FAMILY.
               WRITE WS-ISO-OUT-RECORD.
               ADD 1 TO WS-RESULTS-WRITTEN-COUNT.

                   WS-ISO-OUT-TRL-COUNT.
               WRITE WS-ISO-OUT-TRL-RECORD.

           COPY ANAGSIGP.
           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY JRNLLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.
           COPY SCRNP.
