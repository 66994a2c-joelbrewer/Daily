      ******************************************************************
      * SCRNSEL - Shared style-guide screening register selection.
      *
      * Copied into the FILE-CONTROL paragraph of every program that
      * screens publishable text against the FORBMSTR forbidden-word
      * master (see the SCRNWS and SCRNP copybooks), so the editors
      * review every hit from every step in one register.
      ******************************************************************
           SELECT SCREEN-REGISTER ASSIGN TO "SCRNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCRN-FILE-STATUS.
