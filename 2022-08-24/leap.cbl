      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 11/25/2024 JB - Every year added to LEAP-YEAR-MASTER is now
      *                journaled to the shared MSTRJRNL master journal,
      *                so MSTRFWD can roll it forward onto a restored
      *                image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAP-YEAR.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAP-YEAR-IN.
       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
           01 WS-YEAR PIC 9(4).
           COPY EXCPWS.
           COPY OPSCWS.
           COPY AUDTWS.
           COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
           END-IF.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE 'LEAPYR' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           PERFORM CHECK-FOR-PARM-OVERRIDE.
           PERFORM READ-YEAR-RECORD.
           PERFORM PROCESS-YEAR UNTIL WS-EOF.
           CLOSE LEAP-YEAR-REJ.
           CLOSE LEAP-YEAR-AUDIT.
           CLOSE LEAP-YEAR-MASTER.
           PERFORM CLOSE-MASTER-JOURNAL.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'LEAP-YEAR' TO WS-OPSC-SOURCE-PARM.
           MOVE 'YEARS CHECKED' TO WS-OPSC-LABEL-PARM.
               INVALID KEY
                   DISPLAY "LEAP-YEAR-MASTER WRITE FAILED FOR YEAR "
                       WS-YEAR
               NOT INVALID KEY
                   MOVE 'LEAPMSTR' TO WS-JRNL-MASTER-PARM
                   MOVE 'A' TO WS-JRNL-ACTION-PARM
                   MOVE WS-LYM-YEAR TO WS-JRNL-KEY-PARM
                   MOVE SPACES TO WS-JRNL-BEFORE-PARM
                   MOVE WS-LYM-RECORD TO WS-JRNL-AFTER-PARM
                   PERFORM LOG-MASTER-CHANGE
           END-WRITE.
       ADD-LEAP-YEAR-MASTER-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY JRNLLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

