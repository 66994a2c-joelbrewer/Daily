      ******************************************************************
      * JRNLWS - Shared master update journal working fields.
      *
      * Copied into the WORKING-STORAGE SECTION of every master writer.
      * WS-JRNL-PROGRAM-PARM is set once at the start of the run; the
      * master, action, key and images are set by the caller
      * immediately before PERFORM LOG-MASTER-CHANGE (see JRNLLOGP
      * copybook), the same way EXCPWS passes its arguments. The
      * before image is taken off the record as it was read, ahead of
      * any field being changed, and the after image off the record
      * as it was written. LOG-MASTER-CHANGE clears the images after
      * every write so one call's images never leak into the next.
      ******************************************************************
       01 WS-JRNL-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-JRNL-PROGRAM-PARM PIC X(08) VALUE SPACES.
       01 WS-JRNL-MASTER-PARM PIC X(08).
       01 WS-JRNL-ACTION-PARM PIC X(01).
       01 WS-JRNL-KEY-PARM PIC X(60).
       01 WS-JRNL-BEFORE-PARM PIC X(500) VALUE SPACES.
       01 WS-JRNL-AFTER-PARM PIC X(500) VALUE SPACES.
       01 WS-JRNL-COUNT-PARM PIC 9(07) VALUE 0.
