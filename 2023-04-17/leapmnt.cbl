      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 11/25/2024 JB - Every DELETE and SET now writes the year's
      *                before and after image to the shared MSTRJRNL
      *                master journal, so MSTRFWD can roll the desk's
      *                repairs forward onto a restored image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAPMNT.
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout LEAP-YEAR reads and writes; see the
       COPY BDATFD.

       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-LYM-FILE-STATUS PIC X(02) VALUE "00".
       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LEAP-MAINT-RPT
               MOVE 'LEAPMNT' TO WS-JRNL-PROGRAM-PARM
               PERFORM OPEN-MASTER-JOURNAL
               PERFORM WRITE-REPORT-HEADER
               PERFORM PROCESS-PARM-CARDS
               CLOSE LEAP-MAINT-RPT
               CLOSE LEAP-YEAR-MASTER
               PERFORM CLOSE-MASTER-JOURNAL
           END-IF.
           STOP RUN.
       MAIN-EXIT.
           MOVE WS-YEAR-1 TO WS-SCAN-YEAR.
           PERFORM READ-MASTER-YEAR.
           IF WS-LYM-FOUND THEN
               MOVE WS-LYM-RECORD TO WS-JRNL-BEFORE-PARM
               DELETE LEAP-YEAR-MASTER
                   INVALID KEY
                       DISPLAY "LEAPMNT: DELETE FAILED FOR "
                           WS-YEAR-1
                   NOT INVALID KEY
                       MOVE 'D' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-YEAR-UPDATE
               END-DELETE
               MOVE SPACES TO WS-RPT-RECORD
               STRING "DELETED " WS-YEAR-1
           ELSE
               MOVE WS-YEAR-1 TO WS-SCAN-YEAR
               PERFORM READ-MASTER-YEAR
               MOVE SPACES TO WS-JRNL-BEFORE-PARM
               IF WS-LYM-FOUND THEN
                   MOVE WS-LYM-RECORD TO WS-JRNL-BEFORE-PARM
               END-IF
               INITIALIZE WS-LYM-RECORD WITH FILLER
               MOVE WS-YEAR-1 TO WS-LYM-YEAR
               MOVE WS-FLAG TO WS-LYM-LEAP-FLAG
                       INVALID KEY
                           DISPLAY "LEAPMNT: REWRITE FAILED FOR "
                               WS-YEAR-1
                       NOT INVALID KEY
                           MOVE 'C' TO WS-JRNL-ACTION-PARM
                           PERFORM JOURNAL-YEAR-UPDATE
                   END-REWRITE
                   MOVE SPACES TO WS-RPT-RECORD
                   STRING "SET " WS-YEAR-1 " LEAP=" WS-FLAG
                       INVALID KEY
                           DISPLAY "LEAPMNT: WRITE FAILED FOR "
                               WS-YEAR-1
                       NOT INVALID KEY
                           MOVE 'A' TO WS-JRNL-ACTION-PARM
                           PERFORM JOURNAL-YEAR-UPDATE
                   END-WRITE
                   MOVE SPACES TO WS-RPT-RECORD
                   STRING "SET " WS-YEAR-1 " LEAP=" WS-FLAG
           END-IF.
       SET-ONE-YEAR-EXIT.

      * Every delete, correction and add goes to the MSTRJRNL master
      * journal with the record as read and as written, so MSTRFWD
      * can roll the desk's repairs forward onto a restored image.
       JOURNAL-YEAR-UPDATE.
           MOVE 'LEAPMSTR' TO WS-JRNL-MASTER-PARM.
           MOVE WS-YEAR-1 TO WS-JRNL-KEY-PARM.
           IF WS-JRNL-ACTION-PARM = 'D' THEN
               MOVE SPACES TO WS-JRNL-AFTER-PARM
           ELSE
               MOVE WS-LYM-RECORD TO WS-JRNL-AFTER-PARM
           END-IF.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-YEAR-UPDATE-EXIT.

       COUNT-MASTER-RECORDS.
           MOVE 0 TO WS-MASTER-COUNT.
           MOVE 'N' TO WS-MSTR-EOF-SW.

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY JRNLLOGP.
           COPY AUTHCHKP.

       END PROGRAM LEAPMNT.
