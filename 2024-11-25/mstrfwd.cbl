      ******************************************************************
      * Author: Joel Brewer
      * Date: 11/25/2024
      * Purpose: To roll a master MSTRREST has just rebuilt from its
      *          MSTRBKUP image forward to where it stood before it
      *          was lost, off the MSTRJRNL master journal every
      *          program that writes YACHTPLR, ROSTER, LEAPMSTR,
      *          ISOMSTR or JOBSTAT keeps. The image names the
      *          checkpoint MSTRBKUP left on the journal when it cut
      *          it; every add, change, delete and emptying of that
      *          master journaled after the checkpoint is applied in
      *          order, through the end of the journal, through a
      *          named run id, or up to a named moment. Each change
      *          is proven against the before image it was journaled
      *          with, and the MSTRFWDR recovery report proves the
      *          master's record count against the journal's - the
      *          image's count plus the adds, less the deletes.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 11/25/2024 JB - First cut, run after MSTRREST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRFWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YACHT-PLYR ASSIGN TO "YACHTPLR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PLYR-PLAYER-ID
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT LEAP-YEAR-MASTER ASSIGN TO "LEAPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LYM-YEAR
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT ISOGRAM-MASTER ASSIGN TO "ISOMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ISOM-WORD
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT JOB-STATUS-MASTER ASSIGN TO "JOBSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-JOB-DATE
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT MASTER-IMAGE ASSIGN TO "BKPIMAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMG-FILE-STATUS.
           SELECT FORWARD-PARM ASSIGN TO "FWDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT FORWARD-RPT ASSIGN TO "MSTRFWDR"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY JRNLSEL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * The masters, keyed the way their owners key them; the journal
      * carries whole records, so only the keys are named here.
       FD  YACHT-PLYR.
       01 WS-PLYR-RECORD.
           05 WS-PLYR-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  LEAP-YEAR-MASTER.
       01 WS-LYM-RECORD.
           05 WS-LYM-YEAR PIC 9(04).
           05 FILLER PIC X(76).

       FD  ISOGRAM-MASTER.
       01 WS-ISOM-RECORD.
           05 WS-ISOM-WORD PIC X(60).
           05 FILLER PIC X(40).

       FD  JOB-STATUS-MASTER.
       01 WS-JOB-RECORD.
           05 WS-JOB-DATE PIC 9(08).
           05 FILLER PIC X(492).

      * The image as MSTRBKUP cut it - the same image MSTRREST has
      * just reloaded. Only its header and trailer are needed here.
       FD  MASTER-IMAGE.
       01 WS-IMG-RECORD.
           05 WS-IMG-TYPE PIC X(01).
           05 WS-IMG-DATA PIC X(500).
       01 WS-IMG-HDR-VIEW.
           05 FILLER PIC X(01).
           05 WS-IMG-HDR-RUN-ID PIC X(14).
           05 FILLER PIC X(01).
           05 WS-IMG-HDR-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-IMG-HDR-MASTER PIC X(08).
           05 FILLER PIC X(468).
       01 WS-IMG-TRL-VIEW.
           05 FILLER PIC X(01).
           05 WS-IMG-TRL-COUNT PIC 9(07).
           05 FILLER PIC X(493).

      * One card: the master, then where to stop - RUN and a run id
      * to apply through the last journal record that run wrote,
      * TIME and yyyymmddhhmmss to apply nothing stamped after that
      * moment, or nothing to apply the whole journal.
       FD  FORWARD-PARM.
       01 WS-FWD-PARM-RECORD.
           05 WS-FWD-PARM-MASTER PIC X(08).
           05 FILLER PIC X(01).
           05 WS-FWD-PARM-STOP-TYPE PIC X(04).
           05 FILLER PIC X(01).
           05 WS-FWD-PARM-STOP-VALUE PIC X(14).
           05 FILLER PIC X(52).

       FD  FORWARD-RPT.
       01 WS-RPT-RECORD PIC X(132).

       COPY JRNLFD.

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-MSTR-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-IMG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-MASTER-NAME PIC X(08) VALUE SPACES.
       01 WS-MASTER-NO PIC 9(01) VALUE 0.
       01 WS-REFUSED-SW PIC X(01) VALUE 'N'.
           88 WS-REFUSED VALUE 'Y'.
       01 WS-REFUSE-REASON PIC X(40) VALUE SPACES.

      * Where to stop.
       01 WS-STOP-TYPE PIC X(04) VALUE SPACES.
           88 WS-STOP-AT-END VALUE SPACES.
           88 WS-STOP-AT-RUN VALUE 'RUN'.
           88 WS-STOP-AT-TIME VALUE 'TIME'.
       01 WS-STOP-VALUE PIC X(14) VALUE SPACES.
       01 WS-STOP-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-STOP-VALID VALUE 'Y'.
       01 WS-STOP-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-STOP-FOUND VALUE 'Y'.

      * The image.
       01 WS-PROVE-COUNT PIC 9(07) VALUE 0.
       01 WS-PROVE-TRL PIC 9(07) VALUE 0.
       01 WS-HDR-SEEN-SW PIC X(01) VALUE 'N'.
           88 WS-HDR-SEEN VALUE 'Y'.
       01 WS-TRL-SEEN-SW PIC X(01) VALUE 'N'.
           88 WS-TRL-SEEN VALUE 'Y'.
       01 WS-IMAGE-DATE PIC 9(08) VALUE 0.
       01 WS-IMAGE-RUN-ID PIC X(14) VALUE SPACES.

      * The journal: records are numbered as they are read, the
      * checkpoint's number marks where applying starts and the
      * stop point's where it ends.
       01 WS-JRNL-READ-COUNT PIC 9(09) VALUE 0.
       01 WS-CKPT-ORDINAL PIC 9(09) VALUE 0.
       01 WS-CKPT-COUNT PIC 9(07) VALUE 0.
       01 WS-CKPT-STAMP PIC X(14) VALUE SPACES.
       01 WS-LAST-ORDINAL PIC 9(09) VALUE 0.

      * The roll forward.
       01 WS-FWD-RECORD PIC X(500).
       01 WS-FWD-CURRENT PIC X(500).
       01 WS-FWD-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-FWD-FOUND VALUE 'Y'.
       01 WS-FWD-IO-SW PIC X(01) VALUE 'Y'.
           88 WS-FWD-IO-OK VALUE 'Y'.
       01 WS-FWD-NOTE PIC X(40) VALUE SPACES.
       01 WS-ADD-COUNT PIC 9(07) VALUE 0.
       01 WS-CHANGE-COUNT PIC 9(07) VALUE 0.
       01 WS-DELETE-COUNT PIC 9(07) VALUE 0.
       01 WS-EMPTY-COUNT PIC 9(07) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(07) VALUE 0.
       01 WS-MISMATCH-COUNT PIC 9(07) VALUE 0.
       01 WS-LEFT-COUNT PIC 9(07) VALUE 0.
       01 WS-EXPECTED-COUNT PIC S9(07) VALUE 0.
       01 WS-LIVE-COUNT PIC 9(07) VALUE 0.

       01 WS-RPT-COUNT PIC Z(6)9.
       01 WS-RPT-SCOUNT PIC -(6)9.
       01 WS-RPT-ORDINAL PIC Z(8)9.

       COPY JRNLWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'MSTRFWD' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM GET-FORWARD-PARM.
           PERFORM RESOLVE-MASTER-NAME.
           PERFORM CHECK-STOP-POINT.
           OPEN OUTPUT FORWARD-RPT.
           PERFORM WRITE-REPORT-HEADER.
           EVALUATE TRUE
           WHEN WS-MASTER-NO = 0
               DISPLAY "MSTRFWD: '" WS-MASTER-NAME "' IS NOT A "
                   "MASTER THIS STEP KNOWS - NOTHING APPLIED"
               MOVE 'MASTER NOT KNOWN TO THIS STEP' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           WHEN NOT WS-STOP-VALID
               DISPLAY "MSTRFWD: STOP POINT '" WS-STOP-TYPE " "
                   WS-STOP-VALUE "' NOT UNDERSTOOD - NOTHING APPLIED"
               MOVE 'STOP POINT ON FWDPARM NOT UNDERSTOOD' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           WHEN OTHER
               PERFORM PROVE-THE-IMAGE
               IF NOT WS-REFUSED THEN
                   PERFORM PROVE-THE-JOURNAL
               END-IF
               IF NOT WS-REFUSED THEN
                   PERFORM PROVE-THE-STARTING-POINT
               END-IF
               IF NOT WS-REFUSED THEN
                   PERFORM ROLL-FORWARD
                   PERFORM PROVE-THE-RECOVERY
               END-IF
           END-EVALUATE.
           CLOSE FORWARD-RPT.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'MSTRFWD' TO WS-OPSC-SOURCE-PARM.
           MOVE 'RECORDS ROLLED FORWARD' TO WS-OPSC-LABEL-PARM.
           MOVE WS-APPLIED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           STOP RUN.
       MAIN-EXIT.

       GET-FORWARD-PARM.
           OPEN INPUT FORWARD-PARM.
           IF WS-PARM-FILE-STATUS = "00" THEN
               READ FORWARD-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE WS-FWD-PARM-MASTER TO WS-MASTER-NAME
                       MOVE WS-FWD-PARM-STOP-TYPE TO WS-STOP-TYPE
                       MOVE WS-FWD-PARM-STOP-VALUE TO WS-STOP-VALUE
               END-READ
               CLOSE FORWARD-PARM
           END-IF.
       GET-FORWARD-PARM-EXIT.

       RESOLVE-MASTER-NAME.
           EVALUATE WS-MASTER-NAME
           WHEN 'YACHTPLR'
               MOVE 1 TO WS-MASTER-NO
           WHEN 'ROSTER'
               MOVE 2 TO WS-MASTER-NO
           WHEN 'LEAPMSTR'
               MOVE 3 TO WS-MASTER-NO
           WHEN 'ISOMSTR'
               MOVE 4 TO WS-MASTER-NO
           WHEN 'JOBSTAT'
               MOVE 5 TO WS-MASTER-NO
           WHEN OTHER
               MOVE 0 TO WS-MASTER-NO
           END-EVALUATE.
       RESOLVE-MASTER-NAME-EXIT.

      * A run id is taken as keyed; a moment must be fourteen digits,
      * date then time of day, to compare against the journal's
      * wall-clock stamps.
       CHECK-STOP-POINT.
           MOVE 'N' TO WS-STOP-VALID-SW.
           EVALUATE TRUE
           WHEN WS-STOP-AT-END
               MOVE 'Y' TO WS-STOP-VALID-SW
           WHEN WS-STOP-AT-RUN
               IF WS-STOP-VALUE NOT = SPACES THEN
                   MOVE 'Y' TO WS-STOP-VALID-SW
               END-IF
           WHEN WS-STOP-AT-TIME
               IF WS-STOP-VALUE NUMERIC THEN
                   MOVE 'Y' TO WS-STOP-VALID-SW
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CHECK-STOP-POINT-EXIT.

       REFUSE-THE-RECOVERY.
           MOVE 'Y' TO WS-REFUSED-SW.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "RECOVERY REFUSED - " WS-REFUSE-REASON
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE 'MSTRFWD' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-MASTER-NAME TO WS-EXCP-KEY-PARM.
           MOVE WS-REFUSE-REASON TO WS-EXCP-REASON-PARM.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
           MOVE 8 TO RETURN-CODE.
       REFUSE-THE-RECOVERY-EXIT.

      ******************************************************************
      * The image proves the same way MSTRREST proves it - header
      * naming the master, trailer, trailer count against the data
      * records - and gives up the run id its checkpoint carries.
      ******************************************************************
       PROVE-THE-IMAGE.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MASTER-IMAGE.
           IF WS-IMG-FILE-STATUS NOT = "00" THEN
               DISPLAY "MSTRFWD: CANNOT OPEN THE IMAGE, STATUS "
                   WS-IMG-FILE-STATUS
               MOVE 'IMAGE CANNOT BE OPENED' TO WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           ELSE
               PERFORM PROVE-ONE-IMAGE-RECORD UNTIL WS-EOF
               CLOSE MASTER-IMAGE
               EVALUATE TRUE
               WHEN WS-REFUSED
                   CONTINUE
               WHEN NOT WS-HDR-SEEN
                   MOVE 'IMAGE CARRIES NO HEADER' TO WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN NOT WS-TRL-SEEN
                   MOVE 'IMAGE CARRIES NO TRAILER' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN WS-PROVE-TRL NOT = WS-PROVE-COUNT
                   MOVE 'IMAGE TRAILER COUNT DOES NOT PROVE' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-RECORD
                   MOVE WS-PROVE-COUNT TO WS-RPT-COUNT
                   STRING "IMAGE OF " WS-IMAGE-DATE " RUN ID "
                       WS-IMAGE-RUN-ID " PROVES AT " WS-RPT-COUNT
                       " RECORDS"
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
               END-EVALUATE
           END-IF.
       PROVE-THE-IMAGE-EXIT.

       PROVE-ONE-IMAGE-RECORD.
           READ MASTER-IMAGE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   EVALUATE WS-IMG-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HDR-SEEN-SW
                       MOVE WS-IMG-HDR-DATE TO WS-IMAGE-DATE
                       MOVE WS-IMG-HDR-RUN-ID TO WS-IMAGE-RUN-ID
                       IF WS-IMG-HDR-MASTER NOT = WS-MASTER-NAME
                           THEN
                           DISPLAY "MSTRFWD: IMAGE IS OF "
                               WS-IMG-HDR-MASTER " NOT "
                               WS-MASTER-NAME " - REFUSED"
                           MOVE 'IMAGE IS OF ANOTHER MASTER' TO
                               WS-REFUSE-REASON
                           PERFORM REFUSE-THE-RECOVERY
                           MOVE 'Y' TO WS-EOF-SW
                       END-IF
                   WHEN 'D'
                       ADD 1 TO WS-PROVE-COUNT
                   WHEN 'T'
                       MOVE 'Y' TO WS-TRL-SEEN-SW
                       MOVE WS-IMG-TRL-COUNT TO WS-PROVE-TRL
                   WHEN OTHER
                       MOVE 'IMAGE CARRIES AN UNKNOWN RECORD TYPE' TO
                           WS-REFUSE-REASON
                       PERFORM REFUSE-THE-RECOVERY
                       MOVE 'Y' TO WS-EOF-SW
                   END-EVALUATE
           END-READ.
       PROVE-ONE-IMAGE-RECORD-EXIT.

      ******************************************************************
      * The journal's proving pass touches nothing live. It finds
      * the checkpoint MSTRBKUP wrote for this master under the
      * image's run id - the last one, should the backup have been
      * rerun under the same id - and, from there on, the last
      * record inside the stop point. A checkpoint that is missing,
      * a count that disagrees with the image, or a stop run that
      * never wrote after the image is refused before the master
      * is touched.
      ******************************************************************
       PROVE-THE-JOURNAL.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-JRNL-READ-COUNT.
           OPEN INPUT MASTER-JOURNAL.
           IF WS-JRNL-FILE-STATUS NOT = "00" THEN
               DISPLAY "MSTRFWD: CANNOT OPEN THE JOURNAL, STATUS "
                   WS-JRNL-FILE-STATUS
               MOVE 'MASTER JOURNAL CANNOT BE OPENED' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           ELSE
               PERFORM SCAN-ONE-JOURNAL-RECORD UNTIL WS-EOF
               CLOSE MASTER-JOURNAL
               EVALUATE TRUE
               WHEN WS-CKPT-ORDINAL = 0
                   MOVE 'NO CHECKPOINT FOR THE IMAGE ON JOURNAL' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN WS-CKPT-COUNT NOT = WS-PROVE-TRL
                   MOVE 'CHECKPOINT COUNT DIFFERS FROM THE IMAGE' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN WS-STOP-AT-RUN AND NOT WS-STOP-FOUND
                   MOVE 'STOP RUN ID NOT ON JOURNAL AFTER IMAGE' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN WS-STOP-AT-TIME AND
                   WS-STOP-VALUE < WS-CKPT-STAMP
                   MOVE 'STOP TIME IS BEFORE THE IMAGE WAS CUT' TO
                       WS-REFUSE-REASON
                   PERFORM REFUSE-THE-RECOVERY
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-RECORD
                   MOVE WS-CKPT-ORDINAL TO WS-RPT-ORDINAL
                   STRING "CHECKPOINT AT JOURNAL RECORD "
                       WS-RPT-ORDINAL " STAMPED " WS-CKPT-STAMP
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
                   MOVE SPACES TO WS-RPT-RECORD
                   MOVE WS-LAST-ORDINAL TO WS-RPT-ORDINAL
                   STRING "APPLYING THROUGH JOURNAL RECORD "
                       WS-RPT-ORDINAL
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
               END-EVALUATE
           END-IF.
       PROVE-THE-JOURNAL-EXIT.

       SCAN-ONE-JOURNAL-RECORD.
           READ MASTER-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   IF WS-JRNL-CHECKPOINT AND
                       WS-JRNL-MASTER = WS-MASTER-NAME AND
                       WS-JRNL-RUN-ID = WS-IMAGE-RUN-ID THEN
                       MOVE WS-JRNL-READ-COUNT TO WS-CKPT-ORDINAL
                       MOVE WS-JRNL-CKPT-COUNT TO WS-CKPT-COUNT
                       MOVE WS-JRNL-STAMP(1:14) TO WS-CKPT-STAMP
                       MOVE WS-JRNL-READ-COUNT TO WS-LAST-ORDINAL
                       MOVE 'N' TO WS-STOP-FOUND-SW
                   ELSE
                       IF WS-CKPT-ORDINAL > 0 THEN
                           PERFORM CHECK-ONE-STOP-POINT
                       END-IF
                   END-IF
           END-READ.
       SCAN-ONE-JOURNAL-RECORD-EXIT.

       CHECK-ONE-STOP-POINT.
           EVALUATE TRUE
           WHEN WS-STOP-AT-END
               MOVE WS-JRNL-READ-COUNT TO WS-LAST-ORDINAL
           WHEN WS-STOP-AT-RUN
               IF WS-JRNL-RUN-ID = WS-STOP-VALUE THEN
                   MOVE WS-JRNL-READ-COUNT TO WS-LAST-ORDINAL
                   MOVE 'Y' TO WS-STOP-FOUND-SW
               END-IF
           WHEN WS-STOP-AT-TIME
               IF WS-JRNL-STAMP(1:14) NOT > WS-STOP-VALUE THEN
                   MOVE WS-JRNL-READ-COUNT TO WS-LAST-ORDINAL
               END-IF
           END-EVALUATE.
       CHECK-ONE-STOP-POINT-EXIT.

      * Only a master standing exactly where MSTRREST leaves it - the
      * image's record count - is rolled forward; anything else has
      * moved since the restore, and applying the journal on top of
      * it would double-post.
       PROVE-THE-STARTING-POINT.
           PERFORM COUNT-LIVE-MASTER.
           EVALUATE TRUE
           WHEN WS-MSTR-FILE-STATUS NOT = "00" AND
               WS-MSTR-FILE-STATUS NOT = "10"
               MOVE 'LIVE MASTER CANNOT BE OPENED' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           WHEN WS-LIVE-COUNT NOT = WS-PROVE-TRL
               MOVE WS-LIVE-COUNT TO WS-RPT-COUNT
               DISPLAY "MSTRFWD: " WS-MASTER-NAME " HOLDS "
                   WS-RPT-COUNT " RECORDS, NOT THE IMAGE'S - RUN "
                   "MSTRREST FIRST"
               MOVE 'MASTER DOES NOT STAND AT THE IMAGE' TO
                   WS-REFUSE-REASON
               PERFORM REFUSE-THE-RECOVERY
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       PROVE-THE-STARTING-POINT-EXIT.

      ******************************************************************
      * The roll forward: every record of this master after the
      * checkpoint and inside the stop point, in journal order. The
      * record on file must be the one the journal saw before the
      * change; one that is not is counted, logged severe and
      * overlaid with the after image all the same, so the master
      * ends where the journal says it ended and the mismatch is
      * there for someone to look at.
      ******************************************************************
       ROLL-FORWARD.
           MOVE WS-PROVE-TRL TO WS-EXPECTED-COUNT.
           PERFORM WRITE-DETAIL-HEADER.
           PERFORM OPEN-MASTER-IO.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0 TO WS-JRNL-READ-COUNT.
           OPEN INPUT MASTER-JOURNAL.
           PERFORM APPLY-ONE-JOURNAL-RECORD UNTIL WS-EOF.
           CLOSE MASTER-JOURNAL.
           PERFORM CLOSE-CURRENT-MASTER.
       ROLL-FORWARD-EXIT.

       APPLY-ONE-JOURNAL-RECORD.
           READ MASTER-JOURNAL
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   IF WS-JRNL-READ-COUNT > WS-CKPT-ORDINAL AND
                       WS-JRNL-MASTER = WS-MASTER-NAME AND
                       NOT WS-JRNL-CHECKPOINT THEN
                       IF WS-JRNL-READ-COUNT > WS-LAST-ORDINAL THEN
                           ADD 1 TO WS-LEFT-COUNT
                       ELSE
                           PERFORM APPLY-JOURNAL-UPDATE
                       END-IF
                   END-IF
           END-READ.
       APPLY-ONE-JOURNAL-RECORD-EXIT.

       APPLY-JOURNAL-UPDATE.
           MOVE SPACES TO WS-FWD-NOTE.
           EVALUATE TRUE
           WHEN WS-JRNL-ADD
               PERFORM APPLY-JOURNAL-ADD
           WHEN WS-JRNL-CHANGE
               PERFORM APPLY-JOURNAL-CHANGE
           WHEN WS-JRNL-DELETE
               PERFORM APPLY-JOURNAL-DELETE
           WHEN WS-JRNL-EMPTIED
               PERFORM APPLY-JOURNAL-EMPTIED
           WHEN OTHER
               MOVE 'UNKNOWN JOURNAL ACTION - SKIPPED' TO
                   WS-FWD-NOTE
               PERFORM NOTE-JOURNAL-MISMATCH
           END-EVALUATE.
           PERFORM WRITE-DETAIL-LINE.
       APPLY-JOURNAL-UPDATE-EXIT.

       APPLY-JOURNAL-ADD.
           MOVE WS-JRNL-AFTER TO WS-FWD-RECORD.
           PERFORM READ-CURRENT-BY-KEY.
           IF WS-FWD-FOUND THEN
               MOVE 'ADD FOUND THE RECORD ALREADY ON FILE' TO
                   WS-FWD-NOTE
               PERFORM NOTE-JOURNAL-MISMATCH
               PERFORM REWRITE-CURRENT-MASTER
           ELSE
               PERFORM WRITE-CURRENT-MASTER
           END-IF.
           ADD 1 TO WS-ADD-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD 1 TO WS-EXPECTED-COUNT.
           PERFORM CHECK-MASTER-IO.
       APPLY-JOURNAL-ADD-EXIT.

       APPLY-JOURNAL-CHANGE.
           MOVE WS-JRNL-AFTER TO WS-FWD-RECORD.
           PERFORM READ-CURRENT-BY-KEY.
           IF WS-FWD-FOUND THEN
               IF WS-FWD-CURRENT NOT = WS-JRNL-BEFORE THEN
                   MOVE 'RECORD ON FILE IS NOT THE BEFORE IMAGE' TO
                       WS-FWD-NOTE
                   PERFORM NOTE-JOURNAL-MISMATCH
               END-IF
               PERFORM REWRITE-CURRENT-MASTER
           ELSE
               MOVE 'CHANGE FOUND NO RECORD ON FILE' TO WS-FWD-NOTE
               PERFORM NOTE-JOURNAL-MISMATCH
               PERFORM WRITE-CURRENT-MASTER
           END-IF.
           ADD 1 TO WS-CHANGE-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM CHECK-MASTER-IO.
       APPLY-JOURNAL-CHANGE-EXIT.

       APPLY-JOURNAL-DELETE.
           MOVE WS-JRNL-BEFORE TO WS-FWD-RECORD.
           PERFORM READ-CURRENT-BY-KEY.
           IF WS-FWD-FOUND THEN
               IF WS-FWD-CURRENT NOT = WS-JRNL-BEFORE THEN
                   MOVE 'RECORD ON FILE IS NOT THE BEFORE IMAGE' TO
                       WS-FWD-NOTE
                   PERFORM NOTE-JOURNAL-MISMATCH
               END-IF
               PERFORM DELETE-CURRENT-MASTER
           ELSE
               MOVE 'DELETE FOUND NO RECORD ON FILE' TO WS-FWD-NOTE
               PERFORM NOTE-JOURNAL-MISMATCH
           END-IF.
           ADD 1 TO WS-DELETE-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           SUBTRACT 1 FROM WS-EXPECTED-COUNT.
           PERFORM CHECK-MASTER-IO.
       APPLY-JOURNAL-DELETE-EXIT.

      * A reload that opened the master OUTPUT emptied it whole; the
      * adds journaled behind it rebuild it.
       APPLY-JOURNAL-EMPTIED.
           PERFORM CLOSE-CURRENT-MASTER.
           PERFORM OPEN-MASTER-OUTPUT.
           PERFORM CLOSE-CURRENT-MASTER.
           PERFORM OPEN-MASTER-IO.
           MOVE 'MASTER EMPTIED FOR A RELOAD' TO WS-FWD-NOTE.
           ADD 1 TO WS-EMPTY-COUNT.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-EXPECTED-COUNT.
       APPLY-JOURNAL-EMPTIED-EXIT.

       CHECK-MASTER-IO.
           IF NOT WS-FWD-IO-OK THEN
               MOVE 'MASTER WRITE FAILED - STATUS ' TO WS-FWD-NOTE
               MOVE WS-MSTR-FILE-STATUS TO WS-FWD-NOTE(30:2)
               PERFORM NOTE-JOURNAL-MISMATCH
           END-IF.
       CHECK-MASTER-IO-EXIT.

       NOTE-JOURNAL-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE 'MSTRFWD' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-JRNL-KEY TO WS-EXCP-KEY-PARM.
           MOVE WS-FWD-NOTE TO WS-EXCP-REASON-PARM.
           MOVE 'S' TO WS-EXCP-SEVERITY-PARM.
           PERFORM LOG-EXCEPTION.
       NOTE-JOURNAL-MISMATCH-EXIT.

      ******************************************************************
      * The proof: the master is counted afresh and must hold exactly
      * what the journal says it held at the stop point - the image,
      * plus the adds, less the deletes, from zero again after an
      * emptying. A short count or any before-image mismatch fails
      * the step severe; records left past the stop point are named
      * so nobody runs the chain on a master that has forked from
      * its journal without a fresh image under it.
      ******************************************************************
       PROVE-THE-RECOVERY.
           PERFORM COUNT-LIVE-MASTER.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE "RECOVERY TOTALS" TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE WS-PROVE-TRL TO WS-RPT-COUNT.
           MOVE "  RECORDS ON THE IMAGE" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-ADD-COUNT TO WS-RPT-COUNT.
           MOVE "  ADDS APPLIED" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT.
           MOVE "  CHANGES APPLIED" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-DELETE-COUNT TO WS-RPT-COUNT.
           MOVE "  DELETES APPLIED" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-EMPTY-COUNT TO WS-RPT-COUNT.
           MOVE "  MASTER EMPTIED FOR A RELOAD" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-MISMATCH-COUNT TO WS-RPT-COUNT.
           MOVE "  BEFORE-IMAGE OR WRITE MISMATCHES" TO
               WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-LEFT-COUNT TO WS-RPT-COUNT.
           MOVE "  LEFT UNAPPLIED AFTER THE STOP POINT" TO
               WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-EXPECTED-COUNT TO WS-RPT-SCOUNT.
           MOVE "  RECORDS THE JOURNAL EXPECTS" TO WS-RPT-RECORD.
           MOVE WS-RPT-SCOUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE WS-LIVE-COUNT TO WS-RPT-COUNT.
           MOVE "  RECORDS COUNTED ON THE MASTER" TO WS-RPT-RECORD.
           MOVE WS-RPT-COUNT TO WS-RPT-RECORD(40:7).
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-LIVE-COUNT = WS-EXPECTED-COUNT AND
               WS-MISMATCH-COUNT = 0 THEN
               MOVE "RECOVERY PROVEN - MASTER COUNT AGREES WITH THE "
                   & "JOURNAL" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               DISPLAY "MSTRFWD: " WS-MASTER-NAME " ROLLED FORWARD - "
                   WS-APPLIED-COUNT " JOURNAL RECORDS APPLIED AND "
                   "PROVEN"
           ELSE
               MOVE "RECOVERY NOT PROVEN - DO NOT RUN THE CHAIN ON "
                   & "THIS MASTER" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               DISPLAY "MSTRFWD: " WS-MASTER-NAME " ROLL FORWARD "
                   "DID NOT PROVE - SEE MSTRFWDR AND EXCPLOG"
               MOVE 'MSTRFWD' TO WS-EXCP-SOURCE-PARM
               MOVE WS-MASTER-NAME TO WS-EXCP-KEY-PARM
               MOVE 'ROLL FORWARD DID NOT PROVE TO JOURNAL' TO
                   WS-EXCP-REASON-PARM
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM
               PERFORM LOG-EXCEPTION
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-LEFT-COUNT > 0 THEN
               MOVE "JOURNAL RECORDS REMAIN PAST THE STOP POINT - "
                   & "TAKE A FRESH MSTRBKUP IMAGE BEFORE THE CHAIN "
                   & "RUNS" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       PROVE-THE-RECOVERY-EXIT.

       COUNT-LIVE-MASTER.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MSTR-FILE-STATUS = "00" THEN
               PERFORM COUNT-ONE-LIVE-RECORD UNTIL WS-EOF
               PERFORM CLOSE-CURRENT-MASTER
           END-IF.
       COUNT-LIVE-MASTER-EXIT.

       COUNT-ONE-LIVE-RECORD.
           PERFORM READ-NEXT-CURRENT.
           IF NOT WS-EOF THEN
               ADD 1 TO WS-LIVE-COUNT
           END-IF.
       COUNT-ONE-LIVE-RECORD-EXIT.

      ******************************************************************
      * The recovery report.
      ******************************************************************
       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "MASTER FORWARD RECOVERY - RUN ID " WS-RUN-ID
               " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           EVALUATE TRUE
           WHEN WS-STOP-AT-END
               STRING "MASTER " WS-MASTER-NAME
                   " - THROUGH THE END OF THE JOURNAL"
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           WHEN WS-STOP-AT-RUN
               STRING "MASTER " WS-MASTER-NAME
                   " - THROUGH RUN ID " WS-STOP-VALUE
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           WHEN OTHER
               STRING "MASTER " WS-MASTER-NAME
                   " - NOTHING STAMPED AFTER " WS-STOP-VALUE
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-EVALUATE.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       WRITE-REPORT-HEADER-EXIT.

       WRITE-DETAIL-HEADER.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE "A" TO WS-RPT-RECORD(1:1).
           MOVE "KEY" TO WS-RPT-RECORD(3:3).
           MOVE "RUN ID" TO WS-RPT-RECORD(34:6).
           MOVE "PROGRAM" TO WS-RPT-RECORD(49:7).
           MOVE "STAMPED" TO WS-RPT-RECORD(58:7).
           MOVE "NOTE" TO WS-RPT-RECORD(74:4).
           WRITE WS-RPT-RECORD.
       WRITE-DETAIL-HEADER-EXIT.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-RPT-RECORD.
           MOVE WS-JRNL-ACTION TO WS-RPT-RECORD(1:1).
           MOVE WS-JRNL-KEY(1:30) TO WS-RPT-RECORD(3:30).
           MOVE WS-JRNL-RUN-ID TO WS-RPT-RECORD(34:14).
           MOVE WS-JRNL-PROGRAM TO WS-RPT-RECORD(49:8).
           MOVE WS-JRNL-DATE TO WS-RPT-RECORD(58:8).
           MOVE WS-JRNL-TIME(1:6) TO WS-RPT-RECORD(67:6).
           MOVE WS-FWD-NOTE TO WS-RPT-RECORD(74:40).
           WRITE WS-RPT-RECORD.
       WRITE-DETAIL-LINE-EXIT.

      ******************************************************************
      * The per-master plumbing - COBOL file names can't be
      * subscripted, so each verb fans out over the five, the way
      * MSTRBKUP and MSTRREST do it. The key leads every master
      * record, so a journal image moved onto the record keys it.
      ******************************************************************
       OPEN-MASTER-INPUT.
           EVALUATE WS-MASTER-NO
           WHEN 1
               OPEN INPUT YACHT-PLYR
           WHEN 2
               OPEN INPUT ROSTER-MASTER
           WHEN 3
               OPEN INPUT LEAP-YEAR-MASTER
           WHEN 4
               OPEN INPUT ISOGRAM-MASTER
           WHEN 5
               OPEN INPUT JOB-STATUS-MASTER
           END-EVALUATE.
       OPEN-MASTER-INPUT-EXIT.

       OPEN-MASTER-IO.
           EVALUATE WS-MASTER-NO
           WHEN 1
               OPEN I-O YACHT-PLYR
           WHEN 2
               OPEN I-O ROSTER-MASTER
           WHEN 3
               OPEN I-O LEAP-YEAR-MASTER
           WHEN 4
               OPEN I-O ISOGRAM-MASTER
           WHEN 5
               OPEN I-O JOB-STATUS-MASTER
           END-EVALUATE.
       OPEN-MASTER-IO-EXIT.

       OPEN-MASTER-OUTPUT.
           EVALUATE WS-MASTER-NO
           WHEN 1
               OPEN OUTPUT YACHT-PLYR
           WHEN 2
               OPEN OUTPUT ROSTER-MASTER
           WHEN 3
               OPEN OUTPUT LEAP-YEAR-MASTER
           WHEN 4
               OPEN OUTPUT ISOGRAM-MASTER
           WHEN 5
               OPEN OUTPUT JOB-STATUS-MASTER
           END-EVALUATE.
       OPEN-MASTER-OUTPUT-EXIT.

       CLOSE-CURRENT-MASTER.
           EVALUATE WS-MASTER-NO
           WHEN 1
               CLOSE YACHT-PLYR
           WHEN 2
               CLOSE ROSTER-MASTER
           WHEN 3
               CLOSE LEAP-YEAR-MASTER
           WHEN 4
               CLOSE ISOGRAM-MASTER
           WHEN 5
               CLOSE JOB-STATUS-MASTER
           END-EVALUATE.
       CLOSE-CURRENT-MASTER-EXIT.

       READ-NEXT-CURRENT.
           EVALUATE WS-MASTER-NO
           WHEN 1
               READ YACHT-PLYR NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           WHEN 2
               READ ROSTER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           WHEN 3
               READ LEAP-YEAR-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           WHEN 4
               READ ISOGRAM-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           WHEN 5
               READ JOB-STATUS-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF-SW
               END-READ
           END-EVALUATE.
       READ-NEXT-CURRENT-EXIT.

       READ-CURRENT-BY-KEY.
           MOVE 'N' TO WS-FWD-FOUND-SW.
           MOVE SPACES TO WS-FWD-CURRENT.
           EVALUATE WS-MASTER-NO
           WHEN 1
               MOVE WS-FWD-RECORD TO WS-PLYR-RECORD
               READ YACHT-PLYR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FWD-FOUND-SW
                       MOVE WS-PLYR-RECORD TO WS-FWD-CURRENT
               END-READ
           WHEN 2
               MOVE WS-FWD-RECORD TO WS-ROST-RECORD
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FWD-FOUND-SW
                       MOVE WS-ROST-RECORD TO WS-FWD-CURRENT
               END-READ
           WHEN 3
               MOVE WS-FWD-RECORD TO WS-LYM-RECORD
               READ LEAP-YEAR-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FWD-FOUND-SW
                       MOVE WS-LYM-RECORD TO WS-FWD-CURRENT
               END-READ
           WHEN 4
               MOVE WS-FWD-RECORD TO WS-ISOM-RECORD
               READ ISOGRAM-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FWD-FOUND-SW
                       MOVE WS-ISOM-RECORD TO WS-FWD-CURRENT
               END-READ
           WHEN 5
               MOVE WS-FWD-RECORD TO WS-JOB-RECORD
               READ JOB-STATUS-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-FWD-FOUND-SW
                       MOVE WS-JOB-RECORD TO WS-FWD-CURRENT
               END-READ
           END-EVALUATE.
       READ-CURRENT-BY-KEY-EXIT.

       WRITE-CURRENT-MASTER.
           MOVE 'Y' TO WS-FWD-IO-SW.
           EVALUATE WS-MASTER-NO
           WHEN 1
               MOVE WS-FWD-RECORD TO WS-PLYR-RECORD
               WRITE WS-PLYR-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-WRITE
           WHEN 2
               MOVE WS-FWD-RECORD TO WS-ROST-RECORD
               WRITE WS-ROST-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-WRITE
           WHEN 3
               MOVE WS-FWD-RECORD TO WS-LYM-RECORD
               WRITE WS-LYM-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-WRITE
           WHEN 4
               MOVE WS-FWD-RECORD TO WS-ISOM-RECORD
               WRITE WS-ISOM-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-WRITE
           WHEN 5
               MOVE WS-FWD-RECORD TO WS-JOB-RECORD
               WRITE WS-JOB-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-WRITE
           END-EVALUATE.
       WRITE-CURRENT-MASTER-EXIT.

       REWRITE-CURRENT-MASTER.
           MOVE 'Y' TO WS-FWD-IO-SW.
           EVALUATE WS-MASTER-NO
           WHEN 1
               MOVE WS-FWD-RECORD TO WS-PLYR-RECORD
               REWRITE WS-PLYR-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-REWRITE
           WHEN 2
               MOVE WS-FWD-RECORD TO WS-ROST-RECORD
               REWRITE WS-ROST-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-REWRITE
           WHEN 3
               MOVE WS-FWD-RECORD TO WS-LYM-RECORD
               REWRITE WS-LYM-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-REWRITE
           WHEN 4
               MOVE WS-FWD-RECORD TO WS-ISOM-RECORD
               REWRITE WS-ISOM-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-REWRITE
           WHEN 5
               MOVE WS-FWD-RECORD TO WS-JOB-RECORD
               REWRITE WS-JOB-RECORD
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-REWRITE
           END-EVALUATE.
       REWRITE-CURRENT-MASTER-EXIT.

       DELETE-CURRENT-MASTER.
           MOVE 'Y' TO WS-FWD-IO-SW.
           EVALUATE WS-MASTER-NO
           WHEN 1
               DELETE YACHT-PLYR
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-DELETE
           WHEN 2
               DELETE ROSTER-MASTER
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-DELETE
           WHEN 3
               DELETE LEAP-YEAR-MASTER
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-DELETE
           WHEN 4
               DELETE ISOGRAM-MASTER
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-DELETE
           WHEN 5
               DELETE JOB-STATUS-MASTER
                   INVALID KEY MOVE 'N' TO WS-FWD-IO-SW
               END-DELETE
           END-EVALUATE.
       DELETE-CURRENT-MASTER-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM MSTRFWD.
