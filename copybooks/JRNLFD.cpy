      ******************************************************************
      * JRNLFD - Shared master update journal record layout.
      *
      * Copied into the FILE SECTION of every master writer. One record
      * per add, change or delete, tagged with the run id, the program,
      * the master and the record key, carrying the whole record as it
      * stood before the update and as it stood after it. The stamp is
      * the wall-clock date and time the update was made (not the
      * business date) so a recovery can stop at a chosen moment.
      *
      * WS-JRNL-ACTION is
      *   A  record added        - before image is spaces
      *   C  record changed      - both images carried
      *   D  record deleted      - after image is spaces
      *   E  master emptied by an OPEN OUTPUT reload - no images
      *   K  checkpoint written by MSTRBKUP as it cut the master's
      *      image; the image's run id and record count are carried
      *      in WS-JRNL-CKPT-VIEW and recovery starts after it
      ******************************************************************
       FD  MASTER-JOURNAL.
       01 WS-JRNL-RECORD.
           05 WS-JRNL-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-JRNL-STAMP.
               10 WS-JRNL-DATE PIC 9(08).
               10 WS-JRNL-TIME PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-JRNL-PROGRAM PIC X(08).
           05 FILLER PIC X(01).
           05 WS-JRNL-MASTER PIC X(08).
           05 FILLER PIC X(01).
           05 WS-JRNL-ACTION PIC X(01).
               88 WS-JRNL-ADD VALUE 'A'.
               88 WS-JRNL-CHANGE VALUE 'C'.
               88 WS-JRNL-DELETE VALUE 'D'.
               88 WS-JRNL-EMPTIED VALUE 'E'.
               88 WS-JRNL-CHECKPOINT VALUE 'K'.
           05 FILLER PIC X(01).
           05 WS-JRNL-KEY PIC X(60).
           05 FILLER PIC X(01).
           05 WS-JRNL-BEFORE PIC X(500).
           05 FILLER PIC X(01).
           05 WS-JRNL-AFTER PIC X(500).
       01 WS-JRNL-CKPT-VIEW.
           05 FILLER PIC X(52).
           05 WS-JRNL-CKPT-COUNT PIC 9(07).
           05 FILLER PIC X(1055).
