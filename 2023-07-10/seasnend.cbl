      *                the night someone closes the season with a
      *                week still to play. A card carrying just the
      *                season id still closes, exactly as before.
      * 07/22/2024 JB - Every promotion and relegation now writes its
      *                before-and-after roster image to the ROSTHIST
      *                roster history under the close-out date, the
      *                way ROSTMNT does for the desk's changes, so a
      *                player's division can still be told for any
      *                date of a closed season.
      * 11/25/2024 JB - Every player deleted at close-out, every player
      *                reloaded by RESTORE (behind one record marking
      *                the master emptied) and every roster division
      *                change now goes to the shared MSTRJRNL master
      *                journal with its before and after image, so
      *                MSTRFWD can roll them forward onto a restored
      *                image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASNEND.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ROSTER-HISTORY ASSIGN TO "ROSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-RHST-KEY
               FILE STATUS IS WS-RHST-FILE-STATUS.
           COPY BDATSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * Same record layout YACHT posts in POST-PLAYER-MASTER.
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 WS-ROST-TEAM-ID PIC X(04).
           05 FILLER PIC X(07).

      * Roster change history, exactly as ROSTMNT writes it.
       FD  ROSTER-HISTORY.
       01 WS-RHST-RECORD.
           05 WS-RHST-KEY.
               10 WS-RHST-PLAYER-ID PIC X(10).
               10 WS-RHST-EFF-DATE PIC 9(08).
               10 WS-RHST-SEQ PIC 9(03).
           05 WS-RHST-TXN-TYPE PIC X(01).
           05 WS-RHST-BEFORE.
               10 WS-RHST-BEF-STATUS PIC X(01).
               10 WS-RHST-BEF-DIVISION PIC 9(01).
               10 WS-RHST-BEF-NAME PIC X(20).
               10 WS-RHST-BEF-CONTACT PIC X(20).
               10 WS-RHST-BEF-RULE-SET PIC X(01).
               10 WS-RHST-BEF-TEAM-ID PIC X(04).
           05 WS-RHST-AFTER.
               10 WS-RHST-AFT-STATUS PIC X(01).
               10 WS-RHST-AFT-DIVISION PIC 9(01).
               10 WS-RHST-AFT-NAME PIC X(20).
               10 WS-RHST-AFT-CONTACT PIC X(20).
               10 WS-RHST-AFT-RULE-SET PIC X(01).
               10 WS-RHST-AFT-TEAM-ID PIC X(04).
           05 WS-RHST-RUN-ID PIC X(14).
           05 WS-RHST-OPERATOR PIC X(08).
           05 FILLER PIC X(12).

       COPY BDATFD.

       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-PLYR-FILE-STATUS PIC X(02) VALUE "00".
      * ends of its block.
       01 WS-LEAG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RHST-WRITTEN-SW PIC X(01) VALUE 'N'.
           88 WS-RHST-WRITTEN VALUE 'Y'.
       01 WS-RHST-NEXT-SEQ PIC 9(03) VALUE 0.
       01 WS-LEAG-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-LEAG-EOF VALUE 'Y'.
       01 WS-LT-COUNT PIC 9(03) VALUE 0.
       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM GET-SEASON-ID.
           MOVE 'SEASNEND' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           EVALUATE TRUE
           WHEN WS-SEASON-ID = SPACES
               DISPLAY "SEASNEND: NO SEASON ID ON SEASPARM - "
           WHEN OTHER
               PERFORM CLOSE-OUT-SEASON
           END-EVALUATE.
           PERFORM CLOSE-MASTER-JOURNAL.
           STOP RUN.
       MAIN-EXIT.

           END-IF.
           PERFORM WRITE-REGISTER-LINE.
           IF NOT WS-PREVIEW-RUN THEN
               MOVE WS-PLYR-RECORD TO WS-JRNL-BEFORE-PARM
               DELETE YACHT-PLYR
                   INVALID KEY
                       DISPLAY "SEASNEND: DELETE FAILED FOR "
                           WS-PLYR-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'D' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-PLAYER-UPDATE
               END-DELETE
           END-IF.
           ADD 1 TO WS-CLOSED-COUNT.
                   OPEN INPUT ROSTER-MASTER
               ELSE
                   OPEN I-O ROSTER-MASTER
                   OPEN I-O ROSTER-HISTORY
                   IF WS-RHST-FILE-STATUS NOT = "00" THEN
                       OPEN OUTPUT ROSTER-HISTORY
                       CLOSE ROSTER-HISTORY
                       OPEN I-O ROSTER-HISTORY
                   END-IF
               END-IF
               IF WS-ROST-FILE-STATUS NOT = "00" THEN
                   DISPLAY "SEASNEND: ROSTER NOT AVAILABLE (STATUS "
                   CLOSE ROSTER-MASTER
               END-IF
               IF NOT WS-PREVIEW-RUN THEN
                   CLOSE ROSTER-HISTORY
                   PERFORM RESET-LEAGUE-TABLE
               END-IF
           END-IF.
                       "ROSTER - MOVEMENT SKIPPED"
               NOT INVALID KEY
                   IF NOT WS-PREVIEW-RUN THEN
                       PERFORM START-DIVISION-HISTORY
                       MOVE WS-ROST-RECORD TO WS-JRNL-BEFORE-PARM
                       MOVE WS-MOVE-NEW-DIV TO WS-ROST-DIVISION
                       REWRITE WS-ROST-RECORD
                           INVALID KEY
                               DISPLAY "SEASNEND: ROSTER REWRITE "
                                   "FAILED FOR " WS-MOVE-PLAYER
                           NOT INVALID KEY
                               PERFORM JOURNAL-ROSTER-CHANGE
                       END-REWRITE
                       PERFORM WRITE-DIVISION-HISTORY
                   END-IF
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE SPACES TO WS-REG-RECORD
           END-READ.
       MOVE-ONE-PLAYER-DIVISION-EXIT.

      * The history record is begun from the roster record as read,
      * before the new division goes on, and finished after.
       START-DIVISION-HISTORY.
           INITIALIZE WS-RHST-RECORD WITH FILLER.
           MOVE WS-MOVE-PLAYER TO WS-RHST-PLAYER-ID.
           MOVE WS-RUN-DATE TO WS-RHST-EFF-DATE.
           MOVE 'V' TO WS-RHST-TXN-TYPE.
           MOVE WS-ROST-STATUS TO WS-RHST-BEF-STATUS.
           MOVE WS-ROST-DIVISION TO WS-RHST-BEF-DIVISION.
           MOVE WS-ROST-NAME TO WS-RHST-BEF-NAME.
           MOVE WS-ROST-CONTACT TO WS-RHST-BEF-CONTACT.
           MOVE WS-ROST-RULE-SET TO WS-RHST-BEF-RULE-SET.
           MOVE WS-ROST-TEAM-ID TO WS-RHST-BEF-TEAM-ID.
       START-DIVISION-HISTORY-EXIT.

       WRITE-DIVISION-HISTORY.
           MOVE WS-ROST-STATUS TO WS-RHST-AFT-STATUS.
           MOVE WS-ROST-DIVISION TO WS-RHST-AFT-DIVISION.
           MOVE WS-ROST-NAME TO WS-RHST-AFT-NAME.
           MOVE WS-ROST-CONTACT TO WS-RHST-AFT-CONTACT.
           MOVE WS-ROST-RULE-SET TO WS-RHST-AFT-RULE-SET.
           MOVE WS-ROST-TEAM-ID TO WS-RHST-AFT-TEAM-ID.
           MOVE WS-RUN-ID TO WS-RHST-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-RHST-OPERATOR.
           MOVE 'N' TO WS-RHST-WRITTEN-SW.
           MOVE 1 TO WS-RHST-NEXT-SEQ.
           PERFORM WRITE-ONE-HISTORY-SEQ
               UNTIL WS-RHST-WRITTEN OR WS-RHST-NEXT-SEQ = 999.
           IF NOT WS-RHST-WRITTEN THEN
               DISPLAY "SEASNEND: ROSTER HISTORY WRITE FAILED FOR "
                   WS-MOVE-PLAYER
           END-IF.
       WRITE-DIVISION-HISTORY-EXIT.

       WRITE-ONE-HISTORY-SEQ.
           MOVE WS-RHST-NEXT-SEQ TO WS-RHST-SEQ.
           WRITE WS-RHST-RECORD
               INVALID KEY
                   ADD 1 TO WS-RHST-NEXT-SEQ
               NOT INVALID KEY
                   MOVE 'Y' TO WS-RHST-WRITTEN-SW
           END-WRITE.
       WRITE-ONE-HISTORY-SEQ-EXIT.

       RESET-LEAGUE-TABLE.
           OPEN OUTPUT LEAGUE-TABLE.
           CLOSE LEAGUE-TABLE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT SEASON-HISTORY.
           OPEN OUTPUT YACHT-PLYR.
           MOVE 'E' TO WS-JRNL-ACTION-PARM.
           PERFORM JOURNAL-PLAYER-UPDATE.
           OPEN OUTPUT SEASON-REGISTER.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "SEASON RESTORE REGISTER - SEASON " WS-SEASON-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-RESTORED-COUNT
                               PERFORM WRITE-REGISTER-LINE
                               MOVE 'A' TO WS-JRNL-ACTION-PARM
                               PERFORM JOURNAL-PLAYER-UPDATE
                       END-WRITE
                   END-IF
           END-READ.
       RELOAD-ONE-PLAYER-EXIT.

      * Every change this run makes to YACHT-PLYR and ROSTER goes to
      * the MSTRJRNL master journal, so MSTRFWD can roll it forward
      * onto a restored image. A restore's OPEN OUTPUT empties the
      * player master whole, so it is journaled as one 'E' ahead of
      * the reloaded players' adds.
       JOURNAL-PLAYER-UPDATE.
           MOVE 'YACHTPLR' TO WS-JRNL-MASTER-PARM.
           EVALUATE WS-JRNL-ACTION-PARM
           WHEN 'E'
               MOVE SPACES TO WS-JRNL-KEY-PARM
               MOVE SPACES TO WS-JRNL-BEFORE-PARM
               MOVE SPACES TO WS-JRNL-AFTER-PARM
           WHEN 'D'
               MOVE WS-PLYR-PLAYER-ID TO WS-JRNL-KEY-PARM
               MOVE SPACES TO WS-JRNL-AFTER-PARM
           WHEN OTHER
               MOVE WS-PLYR-PLAYER-ID TO WS-JRNL-KEY-PARM
               MOVE SPACES TO WS-JRNL-BEFORE-PARM
               MOVE WS-PLYR-RECORD TO WS-JRNL-AFTER-PARM
           END-EVALUATE.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-PLAYER-UPDATE-EXIT.

       JOURNAL-ROSTER-CHANGE.
           MOVE 'ROSTER' TO WS-JRNL-MASTER-PARM.
           MOVE 'C' TO WS-JRNL-ACTION-PARM.
           MOVE WS-ROST-PLAYER-ID TO WS-JRNL-KEY-PARM.
           MOVE WS-ROST-RECORD TO WS-JRNL-AFTER-PARM.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-ROSTER-CHANGE-EXIT.

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY JRNLLOGP.
           COPY AUTHCHKP.

       END PROGRAM SEASNEND.
