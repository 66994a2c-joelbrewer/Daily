      ******************************************************************
      * Author: Joel Brewer
      * Date: 09/16/2024
      * Purpose: To group the ISOMSTR word master into anagram
      *          families for the puzzle page. Every word is reduced
      *          to its sorted-letter signature (see the ANAGSIGP
      *          copybook); words sharing a signature are anagrams
      *          of one another. The ANAGRPT report lists each family
      *          of two or more - its size, its members, when each
      *          was first seen and which are isograms - and the keyed
      *          ANAGSIG signature file is rebuilt whole so tomorrow's
      *          ISOGRAM step can tell the desk when a new word joins
      *          a family already on file.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 09/16/2024 JB - First cut.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANAGFAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISOGRAM-MASTER ASSIGN TO "ISOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ISOM-WORD
               FILE STATUS IS WS-ISOM-FILE-STATUS.
           SELECT SIGNATURE-FILE ASSIGN TO "ANAGSIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-SIG-SIGNATURE
               FILE STATUS IS WS-SIG-FILE-STATUS.
           SELECT FAMILY-RPT ASSIGN TO "ANAGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * Word master as ISOGRAM keeps it, read-only here.
       FD  ISOGRAM-MASTER.
       01 WS-ISOM-RECORD.
           05 WS-ISOM-WORD PIC X(60).
           05 WS-ISOM-RESULT PIC X(04).
           05 WS-ISOM-FIRST-SEEN PIC 9(08).
           05 WS-ISOM-TIMES-SEEN PIC 9(05).
           05 FILLER PIC X(23).

      * One record per signature on the word master, lone words
      * included, so a new word matching a lone word can be told
      * apart from one joining a family already two strong. The
      * founder is the member seen first.
       FD  SIGNATURE-FILE.
       01 WS-SIG-RECORD.
           05 WS-SIG-SIGNATURE PIC X(60).
           05 WS-SIG-FAMILY-SIZE PIC 9(05).
           05 WS-SIG-ISOGRAM-COUNT PIC 9(05).
           05 WS-SIG-FIRST-SEEN PIC 9(08).
           05 WS-SIG-FOUNDER PIC X(60).
           05 WS-SIG-BUILT-DATE PIC 9(08).
           05 FILLER PIC X(04).

       FD  FAMILY-RPT.
       01 WS-RPT-RECORD PIC X(100).

      * One word, grouped by signature and listed alphabetically
      * within it.
       SD  SORT-WORK.
       01 WS-SRT-RECORD.
           05 WS-SRT-SIGNATURE PIC X(60).
           05 WS-SRT-WORD PIC X(60).
           05 WS-SRT-FIRST-SEEN PIC 9(08).
           05 WS-SRT-RESULT PIC X(04).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-ISOM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SIG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ISOM-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-ISOM-EOF VALUE 'Y'.
       01 WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-SORT-EOF VALUE 'Y'.

      * The family being gathered off the sort. Members past the
      * fiftieth are counted but not listed.
       01 WS-FAM-SIGNATURE PIC X(60) VALUE SPACES.
       01 WS-FAM-SIZE PIC 9(05) VALUE 0.
       01 WS-FAM-ISOGRAMS PIC 9(05) VALUE 0.
       01 WS-FAM-FIRST-SEEN PIC 9(08) VALUE 0.
       01 WS-FAM-FOUNDER PIC X(60) VALUE SPACES.
       01 WS-FAM-LISTED PIC 9(02) VALUE 0.
       01 WS-FAM-MEMBER-TABLE.
           05 WS-FAM-MEMBER OCCURS 50 TIMES.
               10 WS-FAM-WORD PIC X(60).
               10 WS-FAM-SEEN PIC 9(08).
               10 WS-FAM-RESULT PIC X(04).
       01 WS-MEMBER-NO PIC 9(02) VALUE 0.

      * Control totals.
       01 WS-WORDS-READ PIC 9(07) VALUE 0.
       01 WS-WORDS-NO-LETTERS PIC 9(07) VALUE 0.
       01 WS-SIGNATURES-WRITTEN PIC 9(07) VALUE 0.
       01 WS-FAMILIES-FOUND PIC 9(07) VALUE 0.
       01 WS-WORDS-IN-FAMILIES PIC 9(07) VALUE 0.

       01 WS-RPT-SIZE PIC ZZ,ZZ9.
       01 WS-RPT-COUNT PIC Z,ZZZ,ZZ9.
       01 WS-RPT-MORE PIC ZZ,ZZ9.

       COPY ANAGSWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'ANAGFAM' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           OPEN INPUT ISOGRAM-MASTER.
           IF WS-ISOM-FILE-STATUS NOT = "00" THEN
               DISPLAY "ANAGFAM: CANNOT OPEN ISOMSTR, STATUS "
                   WS-ISOM-FILE-STATUS
               MOVE 'ANAGFAM' TO WS-EXCP-SOURCE-PARM
               MOVE 'ISOMSTR' TO WS-EXCP-KEY-PARM
               MOVE 'WORD MASTER MISSING - NO FAMILIES BUILT' TO
                   WS-EXCP-REASON-PARM
               MOVE 'W' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 4 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SIGNATURE-FILE
               OPEN OUTPUT FAMILY-RPT
               PERFORM WRITE-REPORT-HEADER
               SORT SORT-WORK
                   ON ASCENDING KEY WS-SRT-SIGNATURE
                   ON ASCENDING KEY WS-SRT-WORD
                   INPUT PROCEDURE IS RELEASE-MASTER-WORDS
                   OUTPUT PROCEDURE IS BUILD-FAMILIES
               CLOSE ISOGRAM-MASTER
               PERFORM WRITE-REPORT-TOTALS
               CLOSE FAMILY-RPT
               CLOSE SIGNATURE-FILE
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'ANAGFAM' TO WS-OPSC-SOURCE-PARM.
           MOVE 'ANAGRAM FAMILIES' TO WS-OPSC-LABEL-PARM.
           MOVE WS-FAMILIES-FOUND TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "ANAGFAM: " WS-WORDS-READ " WORDS, "
               WS-SIGNATURES-WRITTEN " SIGNATURES, "
               WS-FAMILIES-FOUND " FAMILIES".
           STOP RUN.
       MAIN-EXIT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "ANAGRAM FAMILIES ON THE WORD MASTER - RUN ID "
               WS-RUN-ID " AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE 'MEMBER' TO WS-RPT-RECORD(5:6).
           MOVE 'FIRST SEEN' TO WS-RPT-RECORD(66:10).
           MOVE 'ISOGRAM' TO WS-RPT-RECORD(78:7).
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

      * One family of two or more: a heading line with its size and
      * signature, then each member in alphabetical order.
       WRITE-FAMILY-BLOCK.
           ADD 1 TO WS-FAMILIES-FOUND.
           ADD WS-FAM-SIZE TO WS-WORDS-IN-FAMILIES.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-FAM-SIZE TO WS-RPT-SIZE.
           STRING "FAMILY OF " WS-RPT-SIZE "   SIGNATURE "
               WS-FAM-SIGNATURE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           PERFORM WRITE-MEMBER-LINE
               VARYING WS-MEMBER-NO FROM 1 BY 1
               UNTIL WS-MEMBER-NO > WS-FAM-LISTED.
           IF WS-FAM-SIZE > WS-FAM-LISTED THEN
               MOVE SPACES TO WS-RPT-RECORD
               COMPUTE WS-RPT-MORE = WS-FAM-SIZE - WS-FAM-LISTED
               STRING "    ... AND " WS-RPT-MORE " MORE"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-FAMILY-BLOCK-EXIT.

       WRITE-MEMBER-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-FAM-WORD(WS-MEMBER-NO) TO WS-RPT-RECORD(5:60).
           MOVE WS-FAM-SEEN(WS-MEMBER-NO) TO WS-RPT-RECORD(66:8).
           IF WS-FAM-RESULT(WS-MEMBER-NO) = 'PASS' THEN
               MOVE 'YES' TO WS-RPT-RECORD(78:3)
           ELSE
               MOVE 'NO' TO WS-RPT-RECORD(78:2)
           END-IF.
           WRITE WS-RPT-RECORD.
       WRITE-MEMBER-LINE-EXIT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-WORDS-READ TO WS-RPT-COUNT.
           STRING "WORDS ON MASTER:       " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-SIGNATURES-WRITTEN TO WS-RPT-COUNT.
           STRING "DISTINCT SIGNATURES:   " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-FAMILIES-FOUND TO WS-RPT-COUNT.
           STRING "ANAGRAM FAMILIES:      " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-WORDS-IN-FAMILIES TO WS-RPT-COUNT.
           STRING "WORDS IN A FAMILY:     " WS-RPT-COUNT
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-WORDS-NO-LETTERS > 0 THEN
               MOVE SPACES TO WS-RPT-RECORD
               MOVE WS-WORDS-NO-LETTERS TO WS-RPT-COUNT
               STRING "NO-LETTER ENTRIES:     " WS-RPT-COUNT
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
       WRITE-REPORT-TOTALS-EXIT.

           COPY ANAGSIGP.
           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

      ******************************************************************
      * SORT input procedure: every word on the master goes to the
      * sort under its signature. An entry with no letters in it
      * has no anagrams and is only counted.
      ******************************************************************
       RELEASE-MASTER-WORDS SECTION.
       RELEASE-WORDS-START.
           MOVE 'N' TO WS-ISOM-EOF-SW.
           PERFORM RELEASE-ONE-WORD UNTIL WS-ISOM-EOF.
           GO TO RELEASE-WORDS-DONE.

       RELEASE-ONE-WORD.
           READ ISOGRAM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ISOM-EOF-SW
               NOT AT END
                   ADD 1 TO WS-WORDS-READ
                   MOVE WS-ISOM-WORD TO WS-ANAG-WORD
                   PERFORM BUILD-ANAGRAM-SIGNATURE
                   IF WS-ANAG-SIGNATURE = SPACES THEN
                       ADD 1 TO WS-WORDS-NO-LETTERS
                   ELSE
                       MOVE WS-ANAG-SIGNATURE TO WS-SRT-SIGNATURE
                       MOVE WS-ISOM-WORD TO WS-SRT-WORD
                       MOVE WS-ISOM-FIRST-SEEN TO WS-SRT-FIRST-SEEN
                       MOVE WS-ISOM-RESULT TO WS-SRT-RESULT
                       RELEASE WS-SRT-RECORD
                   END-IF
           END-READ.

       RELEASE-WORDS-DONE.
           EXIT.

      ******************************************************************
      * SORT output procedure: words come back grouped by signature.
      * Each signature goes onto ANAGSIG as it closes - in key order,
      * as the sequential load needs - and a group of two or more is
      * a family for the report.
      ******************************************************************
       BUILD-FAMILIES SECTION.
       BUILD-FAMILIES-START.
           MOVE 'N' TO WS-SORT-EOF-SW.
           MOVE SPACES TO WS-FAM-SIGNATURE.
           MOVE 0 TO WS-FAM-SIZE.
           PERFORM RETURN-ONE-WORD UNTIL WS-SORT-EOF.
           IF WS-FAM-SIZE > 0 THEN
               PERFORM CLOSE-FAMILY
           END-IF.
           GO TO BUILD-FAMILIES-DONE.

       RETURN-ONE-WORD.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SW
               NOT AT END
                   PERFORM TAKE-ONE-WORD
           END-RETURN.

       TAKE-ONE-WORD.
           IF WS-SRT-SIGNATURE NOT = WS-FAM-SIGNATURE THEN
               IF WS-FAM-SIZE > 0 THEN
                   PERFORM CLOSE-FAMILY
               END-IF
               MOVE WS-SRT-SIGNATURE TO WS-FAM-SIGNATURE
               MOVE 0 TO WS-FAM-SIZE WS-FAM-ISOGRAMS WS-FAM-LISTED
               MOVE 99999999 TO WS-FAM-FIRST-SEEN
               MOVE SPACES TO WS-FAM-FOUNDER
           END-IF.
           ADD 1 TO WS-FAM-SIZE.
           IF WS-SRT-RESULT = 'PASS' THEN
               ADD 1 TO WS-FAM-ISOGRAMS
           END-IF.
           IF WS-SRT-FIRST-SEEN < WS-FAM-FIRST-SEEN THEN
               MOVE WS-SRT-FIRST-SEEN TO WS-FAM-FIRST-SEEN
               MOVE WS-SRT-WORD TO WS-FAM-FOUNDER
           END-IF.
           IF WS-FAM-LISTED < 50 THEN
               ADD 1 TO WS-FAM-LISTED
               MOVE WS-SRT-WORD TO WS-FAM-WORD(WS-FAM-LISTED)
               MOVE WS-SRT-FIRST-SEEN TO WS-FAM-SEEN(WS-FAM-LISTED)
               MOVE WS-SRT-RESULT TO WS-FAM-RESULT(WS-FAM-LISTED)
           END-IF.

       CLOSE-FAMILY.
           INITIALIZE WS-SIG-RECORD WITH FILLER.
           MOVE WS-FAM-SIGNATURE TO WS-SIG-SIGNATURE.
           MOVE WS-FAM-SIZE TO WS-SIG-FAMILY-SIZE.
           MOVE WS-FAM-ISOGRAMS TO WS-SIG-ISOGRAM-COUNT.
           MOVE WS-FAM-FIRST-SEEN TO WS-SIG-FIRST-SEEN.
           MOVE WS-FAM-FOUNDER TO WS-SIG-FOUNDER.
           MOVE WS-RUN-DATE TO WS-SIG-BUILT-DATE.
           WRITE WS-SIG-RECORD
               INVALID KEY
                   DISPLAY "ANAGFAM: ANAGSIG WRITE FAILED FOR "
                       WS-SIG-SIGNATURE(1:20)
               NOT INVALID KEY
                   ADD 1 TO WS-SIGNATURES-WRITTEN
           END-WRITE.
           IF WS-FAM-SIZE > 1 THEN
               PERFORM WRITE-FAMILY-BLOCK
           END-IF.

       BUILD-FAMILIES-DONE.
           EXIT.

       END PROGRAM ANAGFAM.
