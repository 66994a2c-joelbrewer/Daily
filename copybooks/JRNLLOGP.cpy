      ******************************************************************
      * JRNLLOGP - Shared master update journal open/write/close logic.
      *
      * Copied into the PROCEDURE DIVISION of every master writer.
      * OPEN-MASTER-JOURNAL is performed once at the start of the run
      * (OPEN EXTEND, falling back to OPEN OUTPUT on first use, the
      * same way EXCEPTION-LOG is opened), LOG-MASTER-CHANGE once per
      * successful add, change or delete, and CLOSE-MASTER-JOURNAL
      * once at the end of the run. A checkpoint ('K') carries
      * WS-JRNL-COUNT-PARM in place of the key.
      ******************************************************************
       OPEN-MASTER-JOURNAL.
           OPEN EXTEND MASTER-JOURNAL.
           IF WS-JRNL-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT MASTER-JOURNAL
           END-IF.

       LOG-MASTER-CHANGE.
           INITIALIZE WS-JRNL-RECORD WITH FILLER.
           MOVE WS-RUN-ID TO WS-JRNL-RUN-ID.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME FROM TIME.
           MOVE WS-JRNL-PROGRAM-PARM TO WS-JRNL-PROGRAM.
           MOVE WS-JRNL-MASTER-PARM TO WS-JRNL-MASTER.
           MOVE WS-JRNL-ACTION-PARM TO WS-JRNL-ACTION.
           IF WS-JRNL-CHECKPOINT THEN
               MOVE WS-JRNL-COUNT-PARM TO WS-JRNL-CKPT-COUNT
           ELSE
               MOVE WS-JRNL-KEY-PARM TO WS-JRNL-KEY
               MOVE WS-JRNL-BEFORE-PARM TO WS-JRNL-BEFORE
               MOVE WS-JRNL-AFTER-PARM TO WS-JRNL-AFTER
           END-IF.
           MOVE SPACES TO WS-JRNL-BEFORE-PARM.
           MOVE SPACES TO WS-JRNL-AFTER-PARM.
           WRITE WS-JRNL-RECORD.

       CLOSE-MASTER-JOURNAL.
           CLOSE MASTER-JOURNAL.
