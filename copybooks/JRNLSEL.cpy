      ******************************************************************
      * JRNLSEL - Shared master update journal file selection.
      *
      * Copied into the FILE-CONTROL paragraph of every program that
      * adds, changes or deletes a record on one of the keyed masters
      * MSTRBKUP images (YACHTPLR, ROSTER, LEAPMSTR, ISOMSTR, JOBSTAT)
      * so everything posted since last night's image can be rolled
      * forward by MSTRFWD after MSTRREST puts the image back.
      ******************************************************************
           SELECT MASTER-JOURNAL ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
