      * 04/29/2024 JB - JOBSTAT grew again (sixteen timing slots,
      *                500 bytes); FD and image records widened to
      *                match.
      * 11/25/2024 JB - Each proven image now writes a checkpoint to the
      *                shared MSTRJRNL master journal carrying the run
      *                id on its header and the count imaged, so MSTRFWD
      *                knows where on the journal to start rolling a
      *                restored image forward.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKUP.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * The masters, each in its owner's own layout; this step only
       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-MSTR-FILE-STATUS PIC X(02) VALUE "00".
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE 'MSTRBKUP' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           PERFORM BACKUP-ONE-MASTER
               VARYING WS-MASTER-NO FROM 1 BY 1
               UNTIL WS-MASTER-NO > 5.
           PERFORM CLOSE-MASTER-JOURNAL.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'MSTRBKUP' TO WS-OPSC-SOURCE-PARM.
           MOVE 'RECORDS IMAGED' TO WS-OPSC-LABEL-PARM.
               WS-VERIFY-TRL = WS-UNLOADED-COUNT THEN
               DISPLAY "MSTRBKUP: " WS-MASTER-NAME " IMAGED - "
                   WS-UNLOADED-COUNT " RECORDS PROVEN"
               PERFORM WRITE-JOURNAL-CHECKPOINT
           ELSE
               MOVE 'Y' TO WS-FAILED-SW
               DISPLAY "MSTRBKUP: " WS-MASTER-NAME " IMAGE DOES "
           END-IF.
       VERIFY-ONE-IMAGE-EXIT.

      * A proven image marks its place on the MSTRJRNL master journal:
      * the checkpoint carries this run's id - the id on the image's
      * header - and the count imaged, and MSTRFWD rolls a restored
      * image forward from the journal records written after it.
      * An image that does not prove leaves no checkpoint, so the
      * last good one stays the starting point.
       WRITE-JOURNAL-CHECKPOINT.
           MOVE WS-MASTER-NAME TO WS-JRNL-MASTER-PARM.
           MOVE 'K' TO WS-JRNL-ACTION-PARM.
           MOVE WS-UNLOADED-COUNT TO WS-JRNL-COUNT-PARM.
           PERFORM LOG-MASTER-CHANGE.
       WRITE-JOURNAL-CHECKPOINT-EXIT.

       VERIFY-ONE-RECORD.
           PERFORM GET-IMAGE-RECORD.
           IF NOT WS-EOF THEN
           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY JRNLLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

