      ******************************************************************
      * Author: Joel Brewer
      * Date: 07/15/2024
      * Purpose: The one answer to "what was this player on the
      *          roster on that date". ROSTMNT rewrites the roster
      *          record in place, so the live ROSTER only knows
      *          today; every applied change now also lands on the
      *          keyed ROSTHIST history with a before and an after
      *          image under the business date it took effect. This
      *          module is CALLed by the season-history readers
      *          (ASOFINQ, RECBOOK) - see the ROSTASWS copybook for
      *          the calling fields - and hands back status,
      *          division, name, contact, rule set and team as they
      *          stood at the close of the date asked for.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 07/15/2024 JB - First cut. The first history record dated
      *                 after the as-of date carries, as its before
      *                 image, the record as it stood on that date;
      *                 with no later change the live record stands,
      *                 provided the player had registered by then.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROSTASOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ROSTER-HISTORY ASSIGN TO "ROSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RHST-KEY
               FILE STATUS IS WS-RHST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Roster master, exactly as ROSTMNT writes it.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-STATUS PIC X(01).
           05 WS-ROST-REG-DATE PIC 9(08).
           05 WS-ROST-DEACT-DATE PIC 9(08).
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

       WORKING-STORAGE SECTION.
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-FIRST-CALL-SW PIC X(01) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y'.
       01 WS-ROST-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROST-OPEN VALUE 'Y'.
       01 WS-RHST-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-RHST-OPEN VALUE 'Y'.
       01 WS-LATER-CHANGE-SW PIC X(01) VALUE 'N'.
           88 WS-LATER-CHANGE VALUE 'Y'.

       LINKAGE SECTION.
       01 LNK-PLAYER-ID PIC X(10).
       01 LNK-AS-OF-DATE PIC 9(08).
       01 LNK-STATE.
           05 LNK-FOUND PIC X(01).
           05 LNK-STATUS PIC X(01).
           05 LNK-DIVISION PIC 9(01).
           05 LNK-NAME PIC X(20).
           05 LNK-CONTACT PIC X(20).
           05 LNK-RULE-SET PIC X(01).
           05 LNK-TEAM-ID PIC X(04).

       PROCEDURE DIVISION USING LNK-PLAYER-ID LNK-AS-OF-DATE
           LNK-STATE.
       RESOLVE-ROSTER-AS-OF.
      * The files stay open across calls - a roster listing calls
      * once per player - and close when the run unit ends.
           IF WS-FIRST-CALL THEN
               PERFORM OPEN-ROSTER-FILES
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF.
           MOVE SPACES TO LNK-STATE.
           MOVE 'N' TO LNK-FOUND.
           MOVE 1 TO LNK-DIVISION.
           PERFORM FIND-LATER-CHANGE.
           IF WS-LATER-CHANGE THEN
               PERFORM TAKE-BEFORE-IMAGE
           ELSE
               PERFORM TAKE-LIVE-RECORD
           END-IF.
           GOBACK.
       RESOLVE-ROSTER-AS-OF-EXIT.

      * Either file may be missing on a shop that has not run the
      * roster since the history came in: without ROSTHIST the live
      * record answers for every date, without ROSTER only the
      * history can.
       OPEN-ROSTER-FILES.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROST-OPEN-SW
           ELSE
               DISPLAY "ROSTASOF: ROSTER MASTER NOT AVAILABLE "
                   "(STATUS " WS-ROST-FILE-STATUS ")"
           END-IF.
           OPEN INPUT ROSTER-HISTORY.
           IF WS-RHST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-RHST-OPEN-SW
           ELSE
               DISPLAY "ROSTASOF: ROSTER HISTORY NOT AVAILABLE "
                   "(STATUS " WS-RHST-FILE-STATUS ") - LIVE ROSTER "
                   "ANSWERS FOR EVERY DATE"
           END-IF.
       OPEN-ROSTER-FILES-EXIT.

      * ROSTMNT never writes sequence 999, so a key past player +
      * as-of date + 999 is the first change dated after the date.
       FIND-LATER-CHANGE.
           MOVE 'N' TO WS-LATER-CHANGE-SW.
           IF WS-RHST-OPEN THEN
               MOVE LNK-PLAYER-ID TO WS-RHST-PLAYER-ID
               MOVE LNK-AS-OF-DATE TO WS-RHST-EFF-DATE
               MOVE 999 TO WS-RHST-SEQ
               START ROSTER-HISTORY KEY IS GREATER THAN WS-RHST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM READ-LATER-CHANGE
               END-START
           END-IF.
       FIND-LATER-CHANGE-EXIT.

       READ-LATER-CHANGE.
           READ ROSTER-HISTORY NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF WS-RHST-PLAYER-ID = LNK-PLAYER-ID THEN
                       MOVE 'Y' TO WS-LATER-CHANGE-SW
                   END-IF
           END-READ.
       READ-LATER-CHANGE-EXIT.

      * A blank before image is a first registration: the player
      * was not on the roster yet.
       TAKE-BEFORE-IMAGE.
           IF WS-RHST-BEF-STATUS NOT = SPACE THEN
               MOVE 'Y' TO LNK-FOUND
               MOVE WS-RHST-BEF-STATUS TO LNK-STATUS
               MOVE WS-RHST-BEF-NAME TO LNK-NAME
               MOVE WS-RHST-BEF-CONTACT TO LNK-CONTACT
               MOVE WS-RHST-BEF-RULE-SET TO LNK-RULE-SET
               MOVE WS-RHST-BEF-TEAM-ID TO LNK-TEAM-ID
               IF WS-RHST-BEF-DIVISION NUMERIC AND
                   WS-RHST-BEF-DIVISION NOT = 0 THEN
                   MOVE WS-RHST-BEF-DIVISION TO LNK-DIVISION
               END-IF
           END-IF.
       TAKE-BEFORE-IMAGE-EXIT.

      * No change since the date: the live record is the answer,
      * unless the player registered after it.
       TAKE-LIVE-RECORD.
           IF WS-ROST-OPEN THEN
               MOVE LNK-PLAYER-ID TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-LIVE-REGISTRATION
               END-READ
           END-IF.
       TAKE-LIVE-RECORD-EXIT.

       CHECK-LIVE-REGISTRATION.
           IF WS-ROST-REG-DATE NOT NUMERIC OR
               WS-ROST-REG-DATE <= LNK-AS-OF-DATE THEN
               MOVE 'Y' TO LNK-FOUND
               MOVE WS-ROST-STATUS TO LNK-STATUS
               MOVE WS-ROST-NAME TO LNK-NAME
               MOVE WS-ROST-CONTACT TO LNK-CONTACT
               MOVE WS-ROST-RULE-SET TO LNK-RULE-SET
               MOVE WS-ROST-TEAM-ID TO LNK-TEAM-ID
               IF WS-ROST-DIVISION NUMERIC AND
                   WS-ROST-DIVISION NOT = 0 THEN
                   MOVE WS-ROST-DIVISION TO LNK-DIVISION
               END-IF
           END-IF.
       CHECK-LIVE-REGISTRATION-EXIT.

       END PROGRAM ROSTASOF.
