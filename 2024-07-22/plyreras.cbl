      ******************************************************************
      * Author: Joel Brewer
      * Date: 07/22/2024
      * Purpose: To honour a departed member's request to have their
      *          details removed. A name and contact sit on ROSTER
      *          and its ROSTHIST history, and the player-id runs
      *          through every season, league, dues, rating, prize,
      *          achievement and dispute file, the team captaincies,
      *          the turn and keying histories, the availability
      *          file, the dated standings and match-report
      *          archives, and the MSTRBKUP image copies. Each
      *          request on ERASIN replaces the identity with a
      *          stable anonymous id - ANON and a six-digit
      *          number - in every one of them, keeping
      *          the scores, statistics and league history whole
      *          under the new id, and prints a certificate of what
      *          was changed in which file. A member who still owes
      *          dues, is still owed a prize credit, has a dispute
      *          case open, or is still active on the roster is
      *          refused until that is settled.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 07/22/2024 JB - First cut. The ERASMSTR register holds each
      *                 anonymous id handed out; the original id
      *                 stays on it only until every file is done, so
      *                 a run that fails part way resumes under the
      *                 same anonymous id when the request is keyed
      *                 again.
      * 11/25/2024 JB - The MSTRJRNL master journal is renamed along
      *                 with the image copies, with the name and contact
      *                 erased from every roster image it holds, so a
      *                 forward recovery neither brings the original id
      *                 back nor undoes the erasure.
      * 11/25/2024 JB - The YACHTTRN turn history, YACHTKLG keying
      *                 history and PLAYAVL availability file are
      *                 renamed in the sequential pass, a team the
      *                 player captained on TEAMMSTR is renamed in
      *                 place, and LEAGTBL is read and written back at
      *                 its full 82 bytes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYRERAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASURE-TXN ASSIGN TO "ERASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT ERASURE-MASTER ASSIGN TO "ERASMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ERM-ANON-ID
               FILE STATUS IS WS-ERM-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT ROSTER-HISTORY ASSIGN TO "ROSTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RHST-KEY
               FILE STATUS IS WS-RHST-FILE-STATUS.
           SELECT YACHT-PLYR ASSIGN TO "YACHTPLR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PLYR-PLAYER-ID
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT CATEGORY-STATS ASSIGN TO "YACHTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CAT-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT DUES-MASTER ASSIGN TO "DUESMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DUE-PLAYER-ID
               FILE STATUS IS WS-DUE-FILE-STATUS.
           SELECT RATING-MASTER ASSIGN TO "YACHTELO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ELO-PLAYER-ID
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT ACHIEVEMENTS ASSIGN TO "ACHVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACH-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT PRIZE-HISTORY ASSIGN TO "PRIZHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PHST-KEY
               FILE STATUS IS WS-MSTR-FILE-STATUS.
           SELECT DISPUTE-MASTER ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DISP-CASE-NO
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-TEAM-ID
               FILE STATUS IS WS-TEAM-FILE-STATUS.
           SELECT SEASON-HISTORY ASSIGN TO "YACHTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT LEAGUE-TABLE ASSIGN TO "LEAGTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT STD-ARCHIVE ASSIGN TO "YSTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT MRP-ARCHIVE ASSIGN TO "YMRPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT IMAGE-YPLR ASSIGN TO "BKPYPLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT IMAGE-ROST ASSIGN TO "BKPROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT JOURNAL-IMAGE ASSIGN TO "MSTRJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT TURN-HISTORY ASSIGN TO "YACHTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT KEYING-HISTORY ASSIGN TO "YACHTKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT PLAYER-AVAIL ASSIGN TO "PLAYAVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-FILE-STATUS.
           SELECT ERASE-WORK ASSIGN TO "ERASWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.
           SELECT ERASURE-CERT ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * One erasure request per record: the player-id, the date the
      * member asked (the run date when left blank), and the
      * committee's reference for the request.
       FD  ERASURE-TXN.
       01 WS-ERAS-TXN-RECORD.
           05 WS-ERAS-TXN-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-ERAS-TXN-REQ-DATE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-ERAS-TXN-REF PIC X(12).
           05 FILLER PIC X(48).

      * Erasure register: one record per anonymous id ever handed
      * out. Status 'P' (pending) keeps the original id so an
      * interrupted erasure resumes under the same anonymous id;
      * 'C' (complete) has it blanked.
       FD  ERASURE-MASTER.
       01 WS-ERM-RECORD.
           05 WS-ERM-ANON-ID.
               10 WS-ERM-ANON-PREFIX PIC X(04).
               10 WS-ERM-ANON-NO PIC X(06).
           05 WS-ERM-STATUS PIC X(01).
           05 WS-ERM-ORIG-ID PIC X(10).
           05 WS-ERM-REQ-REF PIC X(12).
           05 WS-ERM-REQ-DATE PIC 9(08).
           05 WS-ERM-DONE-DATE PIC 9(08).
           05 WS-ERM-CHANGED PIC 9(07).
           05 WS-ERM-RUN-ID PIC X(14).
           05 WS-ERM-OPERATOR PIC X(08).
           05 FILLER PIC X(02).

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

      * The scoring masters, each in its owner's own layout; this
      * step only moves their records from one key to another.
       FD  YACHT-PLYR.
       01 WS-PLYR-RECORD.
           05 WS-PLYR-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  CATEGORY-STATS.
       01 WS-CAT-RECORD.
           05 WS-CAT-KEY.
               10 WS-CAT-PLAYER-ID PIC X(10).
               10 WS-CAT-CATEGORY PIC 9(02).
           05 FILLER PIC X(68).

       FD  RATING-MASTER.
       01 WS-ELO-RECORD.
           05 WS-ELO-PLAYER-ID PIC X(10).
           05 FILLER PIC X(70).

       FD  ACHIEVEMENTS.
       01 WS-ACH-RECORD.
           05 WS-ACH-KEY.
               10 WS-ACH-PLAYER-ID PIC X(10).
               10 WS-ACH-CODE PIC X(04).
               10 WS-ACH-QUAL PIC X(08).
           05 FILLER PIC X(78).

       FD  PRIZE-HISTORY.
       01 WS-PHST-RECORD.
           05 WS-PHST-KEY.
               10 WS-PHST-SEASON-ID PIC X(06).
               10 WS-PHST-COMP PIC X(08).
               10 WS-PHST-PLACE PIC 9(02).
               10 WS-PHST-PLAYER-ID PIC X(10).
           05 FILLER PIC X(44).

      * Dues ledger exactly as DUESMNT keeps it; the balance decides
      * whether an erasure may go ahead.
       FD  DUES-MASTER.
       01 WS-DUE-RECORD.
           05 WS-DUE-PLAYER-ID PIC X(10).
           05 WS-DUE-CHARGED PIC 9(07)V99.
           05 WS-DUE-PAID PIC 9(07)V99.
           05 WS-DUE-LAST-BILLED PIC 9(08).
           05 WS-DUE-LAST-PAID PIC 9(08).
           05 WS-DUE-PRIZES PIC 9(07)V99.
           05 WS-DUE-PRIZES-NETTED PIC 9(07)V99.
           05 WS-DUE-LAST-PRIZE PIC 9(08).
           05 FILLER PIC X(10).

      * Dispute case master as DISPMNT keeps it: 'O' and 'U' cases
      * are still open.
       FD  DISPUTE-MASTER.
       01 WS-DISP-RECORD.
           05 WS-DISP-CASE-NO PIC 9(06).
           05 WS-DISP-STATUS PIC X(01).
           05 WS-DISP-PLAYER-ID PIC X(10).
           05 FILLER PIC X(203).

      * Team master as TEAMMNT keeps it: the captain is a player-id,
      * rewritten in place.
       FD  TEAM-MASTER.
       01 WS-TEAM-RECORD.
           05 WS-TEAM-ID PIC X(04).
           05 WS-TEAM-STATUS PIC X(01).
           05 WS-TEAM-NAME PIC X(30).
           05 WS-TEAM-SITE PIC X(03).
           05 WS-TEAM-CAPTAIN PIC X(10).
           05 WS-TEAM-FORMED-DATE PIC 9(08).
           05 WS-TEAM-DISBAND-DATE PIC 9(08).
           05 FILLER PIC X(16).

      * The sequential files, read whole and rewritten through the
      * ERASWK work file. Each is taken as a plain image; where the
      * player-id sits in it is settled in ERASE-IN-SEQ-RECORD.
       FD  SEASON-HISTORY.
       01 WS-HIST-RECORD PIC X(80).
       FD  LEAGUE-TABLE.
       01 WS-LEAG-RECORD PIC X(82).
       FD  STD-ARCHIVE.
       01 WS-STDA-RECORD PIC X(89).
       FD  MRP-ARCHIVE.
       01 WS-MRPA-RECORD PIC X(89).
       FD  IMAGE-YPLR.
       01 WS-IMG-YPLR-RECORD PIC X(501).
       FD  IMAGE-ROST.
       01 WS-IMG-ROST-RECORD PIC X(501).
       FD  JOURNAL-IMAGE.
       01 WS-JRNL-IMG-RECORD PIC X(1114).
       FD  TURN-HISTORY.
       01 WS-TRN-RECORD PIC X(100).
       FD  KEYING-HISTORY.
       01 WS-KLG-RECORD PIC X(80).
       FD  PLAYER-AVAIL.
       01 WS-AVL-RECORD PIC X(80).
       FD  ERASE-WORK.
       01 WS-WORK-RECORD PIC X(1114).

       FD  ERASURE-CERT.
       01 WS-CERT-RECORD PIC X(100).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-TXN-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ERM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RHST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DUE-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TEAM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-MSTR-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-SEQ-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-WORK-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-MSTR-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-MSTR-EOF VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-DUES-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-DUES-OPEN VALUE 'Y'.
       01 WS-DISP-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-DISP-OPEN VALUE 'Y'.
       01 WS-ROST-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-ROST-FOUND VALUE 'Y'.
       01 WS-PENDING-SW PIC X(01) VALUE 'N'.
           88 WS-PENDING VALUE 'Y'.
       01 WS-RANGE-DONE-SW PIC X(01) VALUE 'N'.
           88 WS-RANGE-DONE VALUE 'Y'.

      * The request in hand, and the anonymous id it is given.
       01 WS-ERAS-PLAYER-ID PIC X(10).
       01 WS-ERAS-REQ-DATE PIC X(08).
       01 WS-ERAS-REQ-DATE-N REDEFINES WS-ERAS-REQ-DATE PIC 9(08).
       01 WS-ERAS-REF PIC X(12).
       01 WS-ANON-ID.
           05 WS-ANON-PREFIX PIC X(04) VALUE 'ANON'.
           05 WS-ANON-NO PIC 9(06) VALUE 0.
       01 WS-LAST-ANON-NO PIC 9(06) VALUE 0.
       01 WS-REJ-REASON PIC X(40).

      * What an erased roster name reads as from now on.
       01 WS-ERASED-NAME PIC X(20) VALUE 'ERASED PLAYER'.

      * Refusal tests: the dues balance either way, and how many
      * dispute cases are still open for the player.
       01 WS-DUES-OWED PIC S9(07)V99 VALUE 0.
       01 WS-OPEN-CASES PIC 9(05) VALUE 0.

      * Old keys held while a record moves to its anonymous key.
       01 WS-OLD-CAT-KEY PIC X(12).
       01 WS-OLD-ACH-KEY PIC X(22).
       01 WS-OLD-RHST-KEY PIC X(21).
       01 WS-ROST-SAVE PIC X(80).

      * Prize history is keyed season first, so a player's payments
      * are scattered through it: their keys are gathered on one
      * pass and moved after it.
       01 WS-PZ-COUNT PIC 9(03) VALUE 0.
       01 WS-PZ-IDX PIC 9(03) VALUE 0.
       01 WS-PZ-TABLE.
           05 WS-PZ-KEY OCCURS 200 TIMES PIC X(26).

      * The sequential file being worked (1 YACHTHST, 2 LEAGTBL,
      * 3 YSTDARCH, 4 YMRPARCH, 5 BKPYPLR, 6 BKPROST, 7 MSTRJRNL,
      * 8 YACHTTRN, 9 YACHTKLG, 10 PLAYAVL) and its records as they
      * pass through.
       01 WS-SEQ-NO PIC 9(02) VALUE 0.
       01 WS-SEQ-WORK PIC X(1114).
       01 WS-MENTIONS PIC 9(03) VALUE 0.

      * Certificate lines: the file, how many records changed in
      * it, and what was done to them.
       01 WS-CERT-FILE PIC X(08).
       01 WS-CERT-WHAT PIC X(60).
       01 WS-FILE-CHANGED PIC 9(07) VALUE 0.
       01 WS-REQ-CHANGED PIC 9(07) VALUE 0.
       01 WS-CERT-COUNT PIC ZZZZZZ9.

      * Control totals for the console summary and the shared OPSCNT
      * operations-count log.
       01 WS-TXN-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-ERASED-COUNT PIC 9(05) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(05) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'PLYRERAS' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           OPEN OUTPUT ERASURE-CERT.
           PERFORM WRITE-CERT-HEADER.
           OPEN I-O ERASURE-MASTER.
           IF WS-ERM-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT ERASURE-MASTER
               CLOSE ERASURE-MASTER
               OPEN I-O ERASURE-MASTER
           END-IF.
           PERFORM OPEN-CHECK-MASTERS.
           PERFORM FIND-LAST-ANON-NO.
           OPEN INPUT ERASURE-TXN.
           IF WS-TXN-FILE-STATUS NOT = "00" THEN
               DISPLAY "PLYRERAS: NO ERASURE REQUESTS ON ERASIN, "
                   "STATUS " WS-TXN-FILE-STATUS
               MOVE "NO ERASURE REQUESTS TO PROCESS" TO
                   WS-CERT-RECORD
               WRITE WS-CERT-RECORD
           ELSE
               PERFORM READ-ERASURE-TXN
               PERFORM PROCESS-ERASURE-TXN UNTIL WS-EOF
               CLOSE ERASURE-TXN
           END-IF.
           PERFORM CLOSE-CHECK-MASTERS.
           CLOSE ERASURE-MASTER.
           CLOSE ERASURE-CERT.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'PLYRERAS' TO WS-OPSC-SOURCE-PARM.
           MOVE 'PLAYERS ERASED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-ERASED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "ERASURE REQUESTS READ " WS-TXN-READ-COUNT
               " ERASED " WS-ERASED-COUNT
               " REFUSED " WS-REFUSED-COUNT.
           IF WS-REFUSED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       MAIN-EXIT.

      * ROSTER, DUESMSTR and DISPMSTR stay open across the run: the
      * refusal tests read all three for every request, and the
      * roster and dues ledger are erased in place.
       OPEN-CHECK-MASTERS.
           OPEN I-O ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "WARNING: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - NEW REQUESTS REFUSED"
           END-IF.
           OPEN I-O DUES-MASTER.
           IF WS-DUE-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-DUES-OPEN-SW
           END-IF.
           OPEN I-O DISPUTE-MASTER.
           IF WS-DISP-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-DISP-OPEN-SW
           END-IF.
       OPEN-CHECK-MASTERS-EXIT.

       CLOSE-CHECK-MASTERS.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           IF WS-DUES-OPEN THEN
               CLOSE DUES-MASTER
           END-IF.
           IF WS-DISP-OPEN THEN
               CLOSE DISPUTE-MASTER
           END-IF.
       CLOSE-CHECK-MASTERS-EXIT.

      * Anonymous numbers run on from the highest on the register,
      * so one is never handed out twice.
       FIND-LAST-ANON-NO.
           MOVE 0 TO WS-LAST-ANON-NO.
           PERFORM START-REGISTER-BROWSE.
           PERFORM NOTE-LAST-ANON-NO UNTIL WS-MSTR-EOF.
       FIND-LAST-ANON-NO-EXIT.

       NOTE-LAST-ANON-NO.
           IF WS-ERM-ANON-NO NUMERIC THEN
               MOVE WS-ERM-ANON-NO TO WS-LAST-ANON-NO
           END-IF.
           PERFORM READ-NEXT-REGISTER.
       NOTE-LAST-ANON-NO-EXIT.

       START-REGISTER-BROWSE.
           MOVE 'N' TO WS-MSTR-EOF-SW.
           MOVE LOW-VALUES TO WS-ERM-ANON-ID.
           START ERASURE-MASTER KEY >= WS-ERM-ANON-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-START.
           IF NOT WS-MSTR-EOF THEN
               PERFORM READ-NEXT-REGISTER
           END-IF.
       START-REGISTER-BROWSE-EXIT.

       READ-NEXT-REGISTER.
           READ ERASURE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-READ.
       READ-NEXT-REGISTER-EXIT.

       READ-ERASURE-TXN.
           READ ERASURE-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   MOVE WS-ERAS-TXN-PLAYER-ID TO WS-ERAS-PLAYER-ID
                   MOVE WS-ERAS-TXN-REQ-DATE TO WS-ERAS-REQ-DATE
                   MOVE WS-ERAS-TXN-REF TO WS-ERAS-REF
                   IF WS-ERAS-REQ-DATE NOT NUMERIC THEN
                       MOVE WS-RUN-DATE TO WS-ERAS-REQ-DATE-N
                   END-IF
           END-READ.
       READ-ERASURE-TXN-EXIT.

       PROCESS-ERASURE-TXN.
           PERFORM FIND-PENDING-ERASURE.
           PERFORM CHECK-ERASURE-ALLOWED.
           IF WS-REJ-REASON NOT = SPACES THEN
               PERFORM REFUSE-ERASURE
           ELSE
               PERFORM CARRY-OUT-ERASURE
           END-IF.
           PERFORM READ-ERASURE-TXN.
       PROCESS-ERASURE-TXN-EXIT.

      * A request already begun and interrupted is still 'P' on the
      * register under its original id; it resumes under the
      * anonymous id it was first given.
       FIND-PENDING-ERASURE.
           MOVE 'N' TO WS-PENDING-SW.
           IF WS-ERAS-PLAYER-ID NOT = SPACES THEN
               PERFORM START-REGISTER-BROWSE
               PERFORM CHECK-ONE-PENDING
                   UNTIL WS-MSTR-EOF OR WS-PENDING
           END-IF.
       FIND-PENDING-ERASURE-EXIT.

       CHECK-ONE-PENDING.
           IF WS-ERM-STATUS = 'P' AND
               WS-ERM-ORIG-ID = WS-ERAS-PLAYER-ID THEN
               MOVE 'Y' TO WS-PENDING-SW
               MOVE WS-ERM-ANON-ID TO WS-ANON-ID
           ELSE
               PERFORM READ-NEXT-REGISTER
           END-IF.
       CHECK-ONE-PENDING-EXIT.

      * The member must have left - deactivated through ROSTMNT, so
      * the roster history shows when - and have nothing unsettled
      * with the league: no dues owed, no prize credit still owed
      * to them, and no dispute case open. A resumed request skips
      * the roster test, its roster record may already be moved.
       CHECK-ERASURE-ALLOWED.
           MOVE SPACES TO WS-REJ-REASON.
           PERFORM LOOKUP-ROSTER.
           PERFORM FIGURE-DUES-BALANCE.
           PERFORM COUNT-OPEN-CASES.
           EVALUATE TRUE
           WHEN WS-ERAS-PLAYER-ID = SPACES
               MOVE 'PLAYER-ID IS BLANK' TO WS-REJ-REASON
           WHEN WS-ERAS-PLAYER-ID(1:4) = 'ANON'
               MOVE 'PLAYER-ID IS ALREADY ANONYMOUS' TO
                   WS-REJ-REASON
           WHEN NOT WS-ROST-FOUND AND NOT WS-PENDING
               MOVE 'PLAYER NOT ON THE ROSTER' TO WS-REJ-REASON
           WHEN WS-ROST-FOUND AND WS-ROST-STATUS = 'A'
               MOVE 'PLAYER STILL ACTIVE - DEACTIVATE FIRST' TO
                   WS-REJ-REASON
           WHEN WS-DUES-OWED > 0
               MOVE 'DUES BALANCE OUTSTANDING' TO WS-REJ-REASON
           WHEN WS-DUES-OWED < 0
               MOVE 'PRIZE OR DUES CREDIT STILL DUE TO PLAYER' TO
                   WS-REJ-REASON
           WHEN WS-OPEN-CASES > 0
               MOVE 'DISPUTE CASE STILL OPEN' TO WS-REJ-REASON
           WHEN NOT WS-PENDING AND WS-LAST-ANON-NO = 999999
               MOVE 'ANONYMOUS IDS EXHAUSTED' TO WS-REJ-REASON
               MOVE 'S' TO WS-EXCP-SEVERITY-PARM
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CHECK-ERASURE-ALLOWED-EXIT.

       LOOKUP-ROSTER.
           MOVE 'N' TO WS-ROST-FOUND-SW.
           IF WS-ROSTER-OPEN AND WS-ERAS-PLAYER-ID NOT = SPACES THEN
               MOVE WS-ERAS-PLAYER-ID TO WS-ROST-PLAYER-ID
               READ ROSTER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROST-FOUND-SW
               END-READ
           END-IF.
       LOOKUP-ROSTER-EXIT.

      * Positive is owed to the league, negative is owed to the
      * player: prize credits post to the paid side of the ledger.
       FIGURE-DUES-BALANCE.
           MOVE 0 TO WS-DUES-OWED.
           IF WS-DUES-OPEN AND WS-ERAS-PLAYER-ID NOT = SPACES THEN
               MOVE WS-ERAS-PLAYER-ID TO WS-DUE-PLAYER-ID
               READ DUES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-DUES-OWED =
                           WS-DUE-CHARGED - WS-DUE-PAID
               END-READ
           END-IF.
       FIGURE-DUES-BALANCE-EXIT.

       COUNT-OPEN-CASES.
           MOVE 0 TO WS-OPEN-CASES.
           IF WS-DISP-OPEN AND WS-ERAS-PLAYER-ID NOT = SPACES THEN
               PERFORM START-DISPUTE-BROWSE
               PERFORM COUNT-ONE-CASE UNTIL WS-MSTR-EOF
           END-IF.
       COUNT-OPEN-CASES-EXIT.

       COUNT-ONE-CASE.
           IF WS-DISP-PLAYER-ID = WS-ERAS-PLAYER-ID AND
               (WS-DISP-STATUS = 'O' OR WS-DISP-STATUS = 'U') THEN
               ADD 1 TO WS-OPEN-CASES
           END-IF.
           PERFORM READ-NEXT-DISPUTE.
       COUNT-ONE-CASE-EXIT.

       START-DISPUTE-BROWSE.
           MOVE 'N' TO WS-MSTR-EOF-SW.
           MOVE 0 TO WS-DISP-CASE-NO.
           START DISPUTE-MASTER KEY >= WS-DISP-CASE-NO
               INVALID KEY
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-START.
           IF NOT WS-MSTR-EOF THEN
               PERFORM READ-NEXT-DISPUTE
           END-IF.
       START-DISPUTE-BROWSE-EXIT.

       READ-NEXT-DISPUTE.
           READ DISPUTE-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-READ.
       READ-NEXT-DISPUTE-EXIT.

       REFUSE-ERASURE.
           MOVE SPACES TO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "ERASURE REFUSED - REQUEST " WS-ERAS-REF
               " FOR PLAYER " WS-ERAS-PLAYER-ID
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "  REASON: " WS-REJ-REASON
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE 'PLYRERAS' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-ERAS-PLAYER-ID TO WS-EXCP-KEY-PARM.
           MOVE WS-REJ-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
           ADD 1 TO WS-REFUSED-COUNT.
       REFUSE-ERASURE-EXIT.

      ******************************************************************
      * The erasure proper. The register records the anonymous id
      * before any file is touched, every file is then worked in
      * turn with its line on the certificate, and only when all of
      * them are done is the original id blanked off the register.
      ******************************************************************
       CARRY-OUT-ERASURE.
           IF NOT WS-PENDING THEN
               PERFORM REGISTER-ANON-ID
           END-IF.
           MOVE 0 TO WS-REQ-CHANGED.
           PERFORM WRITE-CERT-REQUEST-HEADER.
           PERFORM ERASE-ROSTER-HISTORY.
           PERFORM ERASE-ROSTER.
           PERFORM ERASE-PLAYER-MASTER.
           PERFORM ERASE-CATEGORY-STATS.
           PERFORM ERASE-DUES-LEDGER.
           PERFORM ERASE-RATING.
           PERFORM ERASE-ACHIEVEMENTS.
           PERFORM ERASE-PRIZE-HISTORY.
           PERFORM ERASE-DISPUTE-CASES.
           PERFORM ERASE-TEAM-CAPTAIN.
           PERFORM ERASE-SEQ-FILE
               VARYING WS-SEQ-NO FROM 1 BY 1
               UNTIL WS-SEQ-NO > 10.
           PERFORM COMPLETE-ANON-ID.
           PERFORM WRITE-CERT-REQUEST-TRAILER.
           ADD 1 TO WS-ERASED-COUNT.
           DISPLAY "PLYRERAS: REQUEST " WS-ERAS-REF " ERASED AS "
               WS-ANON-ID " - " WS-REQ-CHANGED " RECORDS CHANGED".
       CARRY-OUT-ERASURE-EXIT.

       REGISTER-ANON-ID.
           ADD 1 TO WS-LAST-ANON-NO.
           MOVE WS-LAST-ANON-NO TO WS-ANON-NO.
           INITIALIZE WS-ERM-RECORD WITH FILLER.
           MOVE WS-ANON-ID TO WS-ERM-ANON-ID.
           MOVE 'P' TO WS-ERM-STATUS.
           MOVE WS-ERAS-PLAYER-ID TO WS-ERM-ORIG-ID.
           MOVE WS-ERAS-REF TO WS-ERM-REQ-REF.
           MOVE WS-ERAS-REQ-DATE-N TO WS-ERM-REQ-DATE.
           MOVE WS-RUN-ID TO WS-ERM-RUN-ID.
           MOVE WS-OPERATOR-ID TO WS-ERM-OPERATOR.
           WRITE WS-ERM-RECORD
               INVALID KEY
                   DISPLAY "PLYRERAS: REGISTER WRITE FAILED FOR "
                       WS-ANON-ID
           END-WRITE.
       REGISTER-ANON-ID-EXIT.

       COMPLETE-ANON-ID.
           MOVE WS-ANON-ID TO WS-ERM-ANON-ID.
           READ ERASURE-MASTER
               INVALID KEY
                   DISPLAY "PLYRERAS: REGISTER ENTRY MISSING FOR "
                       WS-ANON-ID
               NOT INVALID KEY
                   MOVE 'C' TO WS-ERM-STATUS
                   MOVE SPACES TO WS-ERM-ORIG-ID
                   MOVE WS-RUN-DATE TO WS-ERM-DONE-DATE
                   ADD WS-REQ-CHANGED TO WS-ERM-CHANGED
                   MOVE WS-RUN-ID TO WS-ERM-RUN-ID
                   MOVE WS-OPERATOR-ID TO WS-ERM-OPERATOR
                   REWRITE WS-ERM-RECORD
                       INVALID KEY
                           DISPLAY "PLYRERAS: REGISTER REWRITE "
                               "FAILED FOR " WS-ANON-ID
                   END-REWRITE
           END-READ.
       COMPLETE-ANON-ID-EXIT.

      ******************************************************************
      * Keyed files. A record moves by writing it under the new key
      * and then deleting it under the old; a duplicate on the write
      * is a resumed request whose earlier run got that far, and the
      * old record still goes.
      ******************************************************************
       ERASE-ROSTER-HISTORY.
           MOVE 'ROSTHIST' TO WS-CERT-FILE.
           MOVE 'RECORDS MOVED, NAME AND CONTACT ERASED' TO
               WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O ROSTER-HISTORY.
           IF WS-RHST-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE 'N' TO WS-RANGE-DONE-SW
               PERFORM MOVE-NEXT-HISTORY UNTIL WS-RANGE-DONE
               CLOSE ROSTER-HISTORY
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-ROSTER-HISTORY-EXIT.

      * Each pass restarts at the front of the player's range: the
      * record moved last time is gone from it.
       MOVE-NEXT-HISTORY.
           MOVE LOW-VALUES TO WS-RHST-KEY.
           MOVE WS-ERAS-PLAYER-ID TO WS-RHST-PLAYER-ID.
           START ROSTER-HISTORY KEY >= WS-RHST-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-START.
           IF NOT WS-RANGE-DONE THEN
               READ ROSTER-HISTORY NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-DONE-SW
               END-READ
           END-IF.
           IF NOT WS-RANGE-DONE THEN
               IF WS-RHST-PLAYER-ID NOT = WS-ERAS-PLAYER-ID THEN
                   MOVE 'Y' TO WS-RANGE-DONE-SW
               ELSE
                   PERFORM MOVE-ONE-HISTORY
               END-IF
           END-IF.
       MOVE-NEXT-HISTORY-EXIT.

       MOVE-ONE-HISTORY.
           MOVE WS-RHST-KEY TO WS-OLD-RHST-KEY.
           MOVE WS-ANON-ID TO WS-RHST-PLAYER-ID.
           IF WS-RHST-BEF-STATUS NOT = SPACE THEN
               MOVE WS-ERASED-NAME TO WS-RHST-BEF-NAME
           END-IF.
           MOVE SPACES TO WS-RHST-BEF-CONTACT.
           MOVE WS-ERASED-NAME TO WS-RHST-AFT-NAME.
           MOVE SPACES TO WS-RHST-AFT-CONTACT.
           WRITE WS-RHST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OLD-RHST-KEY TO WS-RHST-KEY.
           DELETE ROSTER-HISTORY
               INVALID KEY
                   DISPLAY "PLYRERAS: ROSTHIST DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-ONE-HISTORY-EXIT.

      * The roster record moves with its name and contact replaced;
      * the erasure itself goes on the roster history under the new
      * id and today's date, so the history shows when it happened.
       ERASE-ROSTER.
           MOVE 'ROSTER' TO WS-CERT-FILE.
           MOVE 'RECORD MOVED, NAME AND CONTACT ERASED' TO
               WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           IF NOT WS-ROSTER-OPEN THEN
               MOVE WS-ROST-FILE-STATUS TO WS-MSTR-FILE-STATUS
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               PERFORM LOOKUP-ROSTER
               IF WS-ROST-FOUND THEN
                   PERFORM MOVE-ROSTER-RECORD
               END-IF
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-ROSTER-EXIT.

       MOVE-ROSTER-RECORD.
           MOVE WS-ROST-RECORD TO WS-ROST-SAVE.
           MOVE WS-ANON-ID TO WS-ROST-PLAYER-ID.
           MOVE WS-ERASED-NAME TO WS-ROST-NAME.
           MOVE SPACES TO WS-ROST-CONTACT.
           WRITE WS-ROST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           PERFORM WRITE-ERASURE-HISTORY.
           MOVE WS-ERAS-PLAYER-ID TO WS-ROST-PLAYER-ID.
           DELETE ROSTER-MASTER
               INVALID KEY
                   DISPLAY "PLYRERAS: ROSTER DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-ROSTER-RECORD-EXIT.

       WRITE-ERASURE-HISTORY.
           OPEN I-O ROSTER-HISTORY.
           IF WS-RHST-FILE-STATUS = "00" THEN
               INITIALIZE WS-RHST-RECORD WITH FILLER
               MOVE WS-ANON-ID TO WS-RHST-PLAYER-ID
               MOVE WS-RUN-DATE TO WS-RHST-EFF-DATE
               MOVE 998 TO WS-RHST-SEQ
               MOVE 'E' TO WS-RHST-TXN-TYPE
               MOVE WS-ROST-STATUS TO WS-RHST-BEF-STATUS
               MOVE WS-ROST-DIVISION TO WS-RHST-BEF-DIVISION
               MOVE WS-ERASED-NAME TO WS-RHST-BEF-NAME
               MOVE WS-ROST-RULE-SET TO WS-RHST-BEF-RULE-SET
               MOVE WS-ROST-TEAM-ID TO WS-RHST-BEF-TEAM-ID
               MOVE WS-RHST-BEFORE TO WS-RHST-AFTER
               MOVE WS-RUN-ID TO WS-RHST-RUN-ID
               MOVE WS-OPERATOR-ID TO WS-RHST-OPERATOR
               WRITE WS-RHST-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               CLOSE ROSTER-HISTORY
           END-IF.
       WRITE-ERASURE-HISTORY-EXIT.

       ERASE-PLAYER-MASTER.
           MOVE 'YACHTPLR' TO WS-CERT-FILE.
           MOVE 'SEASON RECORD MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O YACHT-PLYR.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE WS-ERAS-PLAYER-ID TO WS-PLYR-PLAYER-ID
               READ YACHT-PLYR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-PLAYER-RECORD
               END-READ
               CLOSE YACHT-PLYR
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-PLAYER-MASTER-EXIT.

       MOVE-PLAYER-RECORD.
           MOVE WS-ANON-ID TO WS-PLYR-PLAYER-ID.
           WRITE WS-PLYR-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-ERAS-PLAYER-ID TO WS-PLYR-PLAYER-ID.
           DELETE YACHT-PLYR
               INVALID KEY
                   DISPLAY "PLYRERAS: YACHTPLR DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-PLAYER-RECORD-EXIT.

       ERASE-CATEGORY-STATS.
           MOVE 'YACHTCAT' TO WS-CERT-FILE.
           MOVE 'CATEGORY RECORDS MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O CATEGORY-STATS.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE 'N' TO WS-RANGE-DONE-SW
               PERFORM MOVE-NEXT-CATEGORY UNTIL WS-RANGE-DONE
               CLOSE CATEGORY-STATS
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-CATEGORY-STATS-EXIT.

       MOVE-NEXT-CATEGORY.
           MOVE LOW-VALUES TO WS-CAT-KEY.
           MOVE WS-ERAS-PLAYER-ID TO WS-CAT-PLAYER-ID.
           START CATEGORY-STATS KEY >= WS-CAT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-START.
           IF NOT WS-RANGE-DONE THEN
               READ CATEGORY-STATS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-DONE-SW
               END-READ
           END-IF.
           IF NOT WS-RANGE-DONE THEN
               IF WS-CAT-PLAYER-ID NOT = WS-ERAS-PLAYER-ID THEN
                   MOVE 'Y' TO WS-RANGE-DONE-SW
               ELSE
                   PERFORM MOVE-ONE-CATEGORY
               END-IF
           END-IF.
       MOVE-NEXT-CATEGORY-EXIT.

       MOVE-ONE-CATEGORY.
           MOVE WS-CAT-KEY TO WS-OLD-CAT-KEY.
           MOVE WS-ANON-ID TO WS-CAT-PLAYER-ID.
           WRITE WS-CAT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OLD-CAT-KEY TO WS-CAT-KEY.
           DELETE CATEGORY-STATS
               INVALID KEY
                   DISPLAY "PLYRERAS: YACHTCAT DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-ONE-CATEGORY-EXIT.

       ERASE-DUES-LEDGER.
           MOVE 'DUESMSTR' TO WS-CERT-FILE.
           MOVE 'DUES LEDGER MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           IF NOT WS-DUES-OPEN THEN
               MOVE WS-DUE-FILE-STATUS TO WS-MSTR-FILE-STATUS
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE WS-ERAS-PLAYER-ID TO WS-DUE-PLAYER-ID
               READ DUES-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-DUES-RECORD
               END-READ
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-DUES-LEDGER-EXIT.

       MOVE-DUES-RECORD.
           MOVE WS-ANON-ID TO WS-DUE-PLAYER-ID.
           WRITE WS-DUE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-ERAS-PLAYER-ID TO WS-DUE-PLAYER-ID.
           DELETE DUES-MASTER
               INVALID KEY
                   DISPLAY "PLYRERAS: DUESMSTR DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-DUES-RECORD-EXIT.

       ERASE-RATING.
           MOVE 'YACHTELO' TO WS-CERT-FILE.
           MOVE 'RATING RECORD MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O RATING-MASTER.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE WS-ERAS-PLAYER-ID TO WS-ELO-PLAYER-ID
               READ RATING-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MOVE-RATING-RECORD
               END-READ
               CLOSE RATING-MASTER
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-RATING-EXIT.

       MOVE-RATING-RECORD.
           MOVE WS-ANON-ID TO WS-ELO-PLAYER-ID.
           WRITE WS-ELO-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-ERAS-PLAYER-ID TO WS-ELO-PLAYER-ID.
           DELETE RATING-MASTER
               INVALID KEY
                   DISPLAY "PLYRERAS: YACHTELO DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-RATING-RECORD-EXIT.

       ERASE-ACHIEVEMENTS.
           MOVE 'ACHVMSTR' TO WS-CERT-FILE.
           MOVE 'ACHIEVEMENTS MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O ACHIEVEMENTS.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE 'N' TO WS-RANGE-DONE-SW
               PERFORM MOVE-NEXT-ACHIEVEMENT UNTIL WS-RANGE-DONE
               CLOSE ACHIEVEMENTS
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-ACHIEVEMENTS-EXIT.

       MOVE-NEXT-ACHIEVEMENT.
           MOVE LOW-VALUES TO WS-ACH-KEY.
           MOVE WS-ERAS-PLAYER-ID TO WS-ACH-PLAYER-ID.
           START ACHIEVEMENTS KEY >= WS-ACH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-START.
           IF NOT WS-RANGE-DONE THEN
               READ ACHIEVEMENTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-RANGE-DONE-SW
               END-READ
           END-IF.
           IF NOT WS-RANGE-DONE THEN
               IF WS-ACH-PLAYER-ID NOT = WS-ERAS-PLAYER-ID THEN
                   MOVE 'Y' TO WS-RANGE-DONE-SW
               ELSE
                   PERFORM MOVE-ONE-ACHIEVEMENT
               END-IF
           END-IF.
       MOVE-NEXT-ACHIEVEMENT-EXIT.

       MOVE-ONE-ACHIEVEMENT.
           MOVE WS-ACH-KEY TO WS-OLD-ACH-KEY.
           MOVE WS-ANON-ID TO WS-ACH-PLAYER-ID.
           WRITE WS-ACH-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           MOVE WS-OLD-ACH-KEY TO WS-ACH-KEY.
           DELETE ACHIEVEMENTS
               INVALID KEY
                   DISPLAY "PLYRERAS: ACHVMSTR DELETE FAILED FOR "
                       WS-ERAS-PLAYER-ID
                   MOVE 'Y' TO WS-RANGE-DONE-SW
           END-DELETE.
           ADD 1 TO WS-FILE-CHANGED.
       MOVE-ONE-ACHIEVEMENT-EXIT.

       ERASE-PRIZE-HISTORY.
           MOVE 'PRIZHIST' TO WS-CERT-FILE.
           MOVE 'PRIZE PAYMENTS MOVED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O PRIZE-HISTORY.
           IF WS-MSTR-FILE-STATUS NOT = "00" THEN
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               MOVE 0 TO WS-PZ-COUNT
               MOVE 'N' TO WS-MSTR-EOF-SW
               MOVE LOW-VALUES TO WS-PHST-KEY
               START PRIZE-HISTORY KEY >= WS-PHST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MSTR-EOF-SW
               END-START
               PERFORM GATHER-ONE-PRIZE UNTIL WS-MSTR-EOF
               PERFORM MOVE-ONE-PRIZE
                   VARYING WS-PZ-IDX FROM 1 BY 1
                   UNTIL WS-PZ-IDX > WS-PZ-COUNT
               CLOSE PRIZE-HISTORY
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-PRIZE-HISTORY-EXIT.

       GATHER-ONE-PRIZE.
           READ PRIZE-HISTORY NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
               NOT AT END
                   IF WS-PHST-PLAYER-ID = WS-ERAS-PLAYER-ID THEN
                       IF WS-PZ-COUNT >= 200 THEN
                           DISPLAY "PLYRERAS: OVER 200 PRIZES FOR "
                               WS-ERAS-PLAYER-ID " - RERUN THE "
                               "REQUEST FOR THE REST"
                       ELSE
                           ADD 1 TO WS-PZ-COUNT
                           MOVE WS-PHST-KEY TO WS-PZ-KEY(WS-PZ-COUNT)
                       END-IF
                   END-IF
           END-READ.
       GATHER-ONE-PRIZE-EXIT.

       MOVE-ONE-PRIZE.
           MOVE WS-PZ-KEY(WS-PZ-IDX) TO WS-PHST-KEY.
           READ PRIZE-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-ANON-ID TO WS-PHST-PLAYER-ID
                   WRITE WS-PHST-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   MOVE WS-PZ-KEY(WS-PZ-IDX) TO WS-PHST-KEY
                   DELETE PRIZE-HISTORY
                       INVALID KEY
                           DISPLAY "PLYRERAS: PRIZHIST DELETE "
                               "FAILED FOR " WS-ERAS-PLAYER-ID
                   END-DELETE
                   ADD 1 TO WS-FILE-CHANGED
           END-READ.
       MOVE-ONE-PRIZE-EXIT.

      * Dispute cases are keyed by case number, so the player-id is
      * simply rewritten in place.
       ERASE-DISPUTE-CASES.
           MOVE 'DISPMSTR' TO WS-CERT-FILE.
           MOVE 'DISPUTE CASES RENAMED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           IF NOT WS-DISP-OPEN THEN
               MOVE WS-DISP-FILE-STATUS TO WS-MSTR-FILE-STATUS
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               PERFORM START-DISPUTE-BROWSE
               PERFORM RENAME-ONE-CASE UNTIL WS-MSTR-EOF
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-DISPUTE-CASES-EXIT.

       RENAME-ONE-CASE.
           IF WS-DISP-PLAYER-ID = WS-ERAS-PLAYER-ID THEN
               MOVE WS-ANON-ID TO WS-DISP-PLAYER-ID
               REWRITE WS-DISP-RECORD
                   INVALID KEY
                       DISPLAY "PLYRERAS: DISPMSTR REWRITE FAILED "
                           "FOR CASE " WS-DISP-CASE-NO
               END-REWRITE
               ADD 1 TO WS-FILE-CHANGED
           END-IF.
           PERFORM READ-NEXT-DISPUTE.
       RENAME-ONE-CASE-EXIT.

      * Team master is keyed by team, so a team the player captained
      * has its captain rewritten in place; the team keeps its
      * history under the anonymous id like everything else.
       ERASE-TEAM-CAPTAIN.
           MOVE 'TEAMMSTR' TO WS-CERT-FILE.
           MOVE 'TEAM CAPTAIN RENAMED' TO WS-CERT-WHAT.
           MOVE 0 TO WS-FILE-CHANGED.
           OPEN I-O TEAM-MASTER.
           IF WS-TEAM-FILE-STATUS NOT = "00" THEN
               MOVE WS-TEAM-FILE-STATUS TO WS-MSTR-FILE-STATUS
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               PERFORM START-TEAM-BROWSE
               PERFORM RENAME-ONE-CAPTAIN UNTIL WS-MSTR-EOF
               CLOSE TEAM-MASTER
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
       ERASE-TEAM-CAPTAIN-EXIT.

       RENAME-ONE-CAPTAIN.
           IF WS-TEAM-CAPTAIN = WS-ERAS-PLAYER-ID THEN
               MOVE WS-ANON-ID TO WS-TEAM-CAPTAIN
               REWRITE WS-TEAM-RECORD
                   INVALID KEY
                       DISPLAY "PLYRERAS: TEAMMSTR REWRITE FAILED "
                           "FOR TEAM " WS-TEAM-ID
               END-REWRITE
               ADD 1 TO WS-FILE-CHANGED
           END-IF.
           PERFORM READ-NEXT-TEAM.
       RENAME-ONE-CAPTAIN-EXIT.

       START-TEAM-BROWSE.
           MOVE 'N' TO WS-MSTR-EOF-SW.
           MOVE LOW-VALUES TO WS-TEAM-ID.
           START TEAM-MASTER KEY >= WS-TEAM-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-START.
           IF NOT WS-MSTR-EOF THEN
               PERFORM READ-NEXT-TEAM
           END-IF.
       START-TEAM-BROWSE-EXIT.

       READ-NEXT-TEAM.
           READ TEAM-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSTR-EOF-SW
           END-READ.
       READ-NEXT-TEAM-EXIT.

      ******************************************************************
      * Sequential files: each is copied through ERASWK with the
      * player-id replaced, then copied back over itself - but only
      * when something changed, so a file the player never reached
      * is left exactly as it was.
      *
      * The MSTRJRNL master journal is renamed the same way as the
      * image copies, so the record moves above are not journaled:
      * in the renamed images and journal the record already stands
      * under the anonymous id, and a journal record of the move
      * would either keep the original id or, once renamed, delete
      * the anonymous record on a forward recovery.
      ******************************************************************
       ERASE-SEQ-FILE.
           EVALUATE WS-SEQ-NO
           WHEN 1
               MOVE 'YACHTHST' TO WS-CERT-FILE
               MOVE 'SEASON HISTORY RECORDS RENAMED' TO WS-CERT-WHAT
           WHEN 2
               MOVE 'LEAGTBL' TO WS-CERT-FILE
               MOVE 'LEAGUE TABLE ENTRY RENAMED' TO WS-CERT-WHAT
           WHEN 3
               MOVE 'YSTDARCH' TO WS-CERT-FILE
               MOVE 'ARCHIVED STANDINGS LINES RENAMED' TO
                   WS-CERT-WHAT
           WHEN 4
               MOVE 'YMRPARCH' TO WS-CERT-FILE
               MOVE 'ARCHIVED MATCH-REPORT MENTIONS RENAMED' TO
                   WS-CERT-WHAT
           WHEN 5
               MOVE 'BKPYPLR' TO WS-CERT-FILE
               MOVE 'IMAGE RECORDS RENAMED' TO WS-CERT-WHAT
           WHEN 6
               MOVE 'BKPROST' TO WS-CERT-FILE
               MOVE 'IMAGE RECORDS RENAMED, NAME AND CONTACT ERASED'
                   TO WS-CERT-WHAT
           WHEN 7
               MOVE 'MSTRJRNL' TO WS-CERT-FILE
               MOVE 'JOURNAL RECORDS RENAMED, NAME AND CONTACT ERASED'
                   TO WS-CERT-WHAT
           WHEN 8
               MOVE 'YACHTTRN' TO WS-CERT-FILE
               MOVE 'TURN HISTORY RECORDS RENAMED' TO WS-CERT-WHAT
           WHEN 9
               MOVE 'YACHTKLG' TO WS-CERT-FILE
               MOVE 'KEYING HISTORY RECORDS RENAMED' TO WS-CERT-WHAT
           WHEN 10
               MOVE 'PLAYAVL' TO WS-CERT-FILE
               MOVE 'AVAILABILITY RECORDS RENAMED' TO WS-CERT-WHAT
           END-EVALUATE.
           MOVE 0 TO WS-FILE-CHANGED.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-SEQ-INPUT.
           IF WS-SEQ-FILE-STATUS NOT = "00" THEN
               MOVE WS-SEQ-FILE-STATUS TO WS-MSTR-FILE-STATUS
               PERFORM WRITE-CERT-NOT-ON-FILE
           ELSE
               OPEN OUTPUT ERASE-WORK
               PERFORM COPY-ONE-TO-WORK UNTIL WS-EOF
               CLOSE ERASE-WORK
               PERFORM CLOSE-SEQ-FILE
               IF WS-FILE-CHANGED > 0 THEN
                   PERFORM COPY-WORK-BACK
               END-IF
               PERFORM WRITE-CERT-FILE-LINE
           END-IF.
      * The transaction file shares the end-of-file switch.
           MOVE 'N' TO WS-EOF-SW.
       ERASE-SEQ-FILE-EXIT.

       COPY-ONE-TO-WORK.
           PERFORM READ-SEQ-RECORD.
           IF NOT WS-EOF THEN
               PERFORM ERASE-IN-SEQ-RECORD
               MOVE WS-SEQ-WORK TO WS-WORK-RECORD
               WRITE WS-WORK-RECORD
           END-IF.
       COPY-ONE-TO-WORK-EXIT.

       COPY-WORK-BACK.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ERASE-WORK.
           PERFORM OPEN-SEQ-OUTPUT.
           PERFORM COPY-ONE-BACK UNTIL WS-EOF.
           PERFORM CLOSE-SEQ-FILE.
           CLOSE ERASE-WORK.
       COPY-WORK-BACK-EXIT.

       COPY-ONE-BACK.
           READ ERASE-WORK
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-WORK-RECORD TO WS-SEQ-WORK
                   PERFORM WRITE-SEQ-RECORD
           END-READ.
       COPY-ONE-BACK-EXIT.

      * Where the player-id sits in each file: the season history at
      * column 8 and the league table at column 1; an archived
      * standings line carries the YACHTSTD image after the 9-byte
      * date prefix, envelope lines excepted; an archived match
      * report line may name the player anywhere, as often as it
      * likes; an image copy carries the master record after its
      * type byte, and the roster image has the name and contact
      * as well; the turn history has it at column 10, the keying
      * history at column 25, and the availability file at column 1.
       ERASE-IN-SEQ-RECORD.
           EVALUATE WS-SEQ-NO
           WHEN 1
               IF WS-SEQ-WORK(8:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(8:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 2
               IF WS-SEQ-WORK(1:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(1:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 3
               IF WS-SEQ-WORK(10:3) NOT = 'HDR' AND
                   WS-SEQ-WORK(10:3) NOT = 'TRL' AND
                   WS-SEQ-WORK(13:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(13:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 4
               MOVE 0 TO WS-MENTIONS
               INSPECT WS-SEQ-WORK(10:80) TALLYING WS-MENTIONS
                   FOR ALL WS-ERAS-PLAYER-ID
               IF WS-MENTIONS > 0 THEN
                   INSPECT WS-SEQ-WORK(10:80) REPLACING
                       ALL WS-ERAS-PLAYER-ID BY WS-ANON-ID
                   ADD WS-MENTIONS TO WS-FILE-CHANGED
               END-IF
           WHEN 5
               IF WS-SEQ-WORK(1:1) = 'D' AND
                   WS-SEQ-WORK(2:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(2:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 6
               IF WS-SEQ-WORK(1:1) = 'D' AND
                   WS-SEQ-WORK(2:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(2:10)
                   MOVE WS-ERASED-NAME TO WS-SEQ-WORK(30:20)
                   MOVE SPACES TO WS-SEQ-WORK(50:20)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 7
               IF (WS-SEQ-WORK(42:8) = 'YACHTPLR' OR
                   WS-SEQ-WORK(42:8) = 'ROSTER') AND
                   WS-SEQ-WORK(53:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(53:10)
                   PERFORM ERASE-IN-JOURNAL-IMAGES
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 8
               IF WS-SEQ-WORK(10:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(10:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 9
               IF WS-SEQ-WORK(25:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(25:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           WHEN 10
               IF WS-SEQ-WORK(1:10) = WS-ERAS-PLAYER-ID THEN
                   MOVE WS-ANON-ID TO WS-SEQ-WORK(1:10)
                   ADD 1 TO WS-FILE-CHANGED
               END-IF
           END-EVALUATE.
       ERASE-IN-SEQ-RECORD-EXIT.

      * A journal record carries the key after the master name, then
      * the record before the update at column 114 and after it at
      * column 615 - either one spaces on an add or a delete. A
      * roster record has the name and contact as well.
       ERASE-IN-JOURNAL-IMAGES.
           IF WS-SEQ-WORK(114:10) = WS-ERAS-PLAYER-ID THEN
               MOVE WS-ANON-ID TO WS-SEQ-WORK(114:10)
               IF WS-SEQ-WORK(42:8) = 'ROSTER' THEN
                   MOVE WS-ERASED-NAME TO WS-SEQ-WORK(142:20)
                   MOVE SPACES TO WS-SEQ-WORK(162:20)
               END-IF
           END-IF.
           IF WS-SEQ-WORK(615:10) = WS-ERAS-PLAYER-ID THEN
               MOVE WS-ANON-ID TO WS-SEQ-WORK(615:10)
               IF WS-SEQ-WORK(42:8) = 'ROSTER' THEN
                   MOVE WS-ERASED-NAME TO WS-SEQ-WORK(643:20)
                   MOVE SPACES TO WS-SEQ-WORK(663:20)
               END-IF
           END-IF.
       ERASE-IN-JOURNAL-IMAGES-EXIT.

      * The per-file plumbing - COBOL file names can't be
      * subscripted, so each verb fans out over the ten, the way
      * MSTRBKUP does it.
       OPEN-SEQ-INPUT.
           EVALUATE WS-SEQ-NO
           WHEN 1
               OPEN INPUT SEASON-HISTORY
           WHEN 2
               OPEN INPUT LEAGUE-TABLE
           WHEN 3
               OPEN INPUT STD-ARCHIVE
           WHEN 4
               OPEN INPUT MRP-ARCHIVE
           WHEN 5
               OPEN INPUT IMAGE-YPLR
           WHEN 6
               OPEN INPUT IMAGE-ROST
           WHEN 7
               OPEN INPUT JOURNAL-IMAGE
           WHEN 8
               OPEN INPUT TURN-HISTORY
           WHEN 9
               OPEN INPUT KEYING-HISTORY
           WHEN 10
               OPEN INPUT PLAYER-AVAIL
           END-EVALUATE.
       OPEN-SEQ-INPUT-EXIT.

       OPEN-SEQ-OUTPUT.
           EVALUATE WS-SEQ-NO
           WHEN 1
               OPEN OUTPUT SEASON-HISTORY
           WHEN 2
               OPEN OUTPUT LEAGUE-TABLE
           WHEN 3
               OPEN OUTPUT STD-ARCHIVE
           WHEN 4
               OPEN OUTPUT MRP-ARCHIVE
           WHEN 5
               OPEN OUTPUT IMAGE-YPLR
           WHEN 6
               OPEN OUTPUT IMAGE-ROST
           WHEN 7
               OPEN OUTPUT JOURNAL-IMAGE
           WHEN 8
               OPEN OUTPUT TURN-HISTORY
           WHEN 9
               OPEN OUTPUT KEYING-HISTORY
           WHEN 10
               OPEN OUTPUT PLAYER-AVAIL
           END-EVALUATE.
       OPEN-SEQ-OUTPUT-EXIT.

       READ-SEQ-RECORD.
           MOVE SPACES TO WS-SEQ-WORK.
           EVALUATE WS-SEQ-NO
           WHEN 1
               READ SEASON-HISTORY
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-HIST-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 2
               READ LEAGUE-TABLE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-LEAG-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 3
               READ STD-ARCHIVE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-STDA-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 4
               READ MRP-ARCHIVE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-MRPA-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 5
               READ IMAGE-YPLR
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-IMG-YPLR-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 6
               READ IMAGE-ROST
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-IMG-ROST-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 7
               READ JOURNAL-IMAGE
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-JRNL-IMG-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 8
               READ TURN-HISTORY
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-TRN-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 9
               READ KEYING-HISTORY
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-KLG-RECORD TO WS-SEQ-WORK
               END-READ
           WHEN 10
               READ PLAYER-AVAIL
                   AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END MOVE WS-AVL-RECORD TO WS-SEQ-WORK
               END-READ
           END-EVALUATE.
       READ-SEQ-RECORD-EXIT.

       WRITE-SEQ-RECORD.
           EVALUATE WS-SEQ-NO
           WHEN 1
               MOVE WS-SEQ-WORK TO WS-HIST-RECORD
               WRITE WS-HIST-RECORD
           WHEN 2
               MOVE WS-SEQ-WORK TO WS-LEAG-RECORD
               WRITE WS-LEAG-RECORD
           WHEN 3
               MOVE WS-SEQ-WORK TO WS-STDA-RECORD
               WRITE WS-STDA-RECORD
           WHEN 4
               MOVE WS-SEQ-WORK TO WS-MRPA-RECORD
               WRITE WS-MRPA-RECORD
           WHEN 5
               MOVE WS-SEQ-WORK TO WS-IMG-YPLR-RECORD
               WRITE WS-IMG-YPLR-RECORD
           WHEN 6
               MOVE WS-SEQ-WORK TO WS-IMG-ROST-RECORD
               WRITE WS-IMG-ROST-RECORD
           WHEN 7
               MOVE WS-SEQ-WORK TO WS-JRNL-IMG-RECORD
               WRITE WS-JRNL-IMG-RECORD
           WHEN 8
               MOVE WS-SEQ-WORK TO WS-TRN-RECORD
               WRITE WS-TRN-RECORD
           WHEN 9
               MOVE WS-SEQ-WORK TO WS-KLG-RECORD
               WRITE WS-KLG-RECORD
           WHEN 10
               MOVE WS-SEQ-WORK TO WS-AVL-RECORD
               WRITE WS-AVL-RECORD
           END-EVALUATE.
       WRITE-SEQ-RECORD-EXIT.

       CLOSE-SEQ-FILE.
           EVALUATE WS-SEQ-NO
           WHEN 1
               CLOSE SEASON-HISTORY
           WHEN 2
               CLOSE LEAGUE-TABLE
           WHEN 3
               CLOSE STD-ARCHIVE
           WHEN 4
               CLOSE MRP-ARCHIVE
           WHEN 5
               CLOSE IMAGE-YPLR
           WHEN 6
               CLOSE IMAGE-ROST
           WHEN 7
               CLOSE JOURNAL-IMAGE
           WHEN 8
               CLOSE TURN-HISTORY
           WHEN 9
               CLOSE KEYING-HISTORY
           WHEN 10
               CLOSE PLAYER-AVAIL
           END-EVALUATE.
       CLOSE-SEQ-FILE-EXIT.

      ******************************************************************
      * The certificate: one block per request, naming every file
      * looked at and what was changed in it, so the committee can
      * show the member the promise was kept.
      ******************************************************************
       WRITE-CERT-HEADER.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "PLAYER DATA ERASURE CERTIFICATES - RUN ID "
               WS-RUN-ID " DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
       WRITE-CERT-HEADER-EXIT.

       WRITE-CERT-REQUEST-HEADER.
           MOVE SPACES TO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "CERTIFICATE OF ERASURE - REQUEST " WS-ERAS-REF
               " RECEIVED " WS-ERAS-REQ-DATE
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "PLAYER " WS-ERAS-PLAYER-ID " IS REPLACED BY "
               WS-ANON-ID " IN EVERY FILE BELOW"
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           IF WS-PENDING THEN
               MOVE "(RESUMED - AN EARLIER RUN WAS INTERRUPTED)" TO
                   WS-CERT-RECORD
               WRITE WS-CERT-RECORD
           END-IF.
           MOVE SPACES TO WS-CERT-RECORD.
           MOVE "FILE" TO WS-CERT-RECORD(3:4).
           MOVE "CHANGED" TO WS-CERT-RECORD(14:7).
           MOVE "WHAT WAS DONE" TO WS-CERT-RECORD(23:13).
           WRITE WS-CERT-RECORD.
       WRITE-CERT-REQUEST-HEADER-EXIT.

       WRITE-CERT-FILE-LINE.
           ADD WS-FILE-CHANGED TO WS-REQ-CHANGED.
           MOVE WS-FILE-CHANGED TO WS-CERT-COUNT.
           MOVE SPACES TO WS-CERT-RECORD.
           MOVE WS-CERT-FILE TO WS-CERT-RECORD(3:8).
           MOVE WS-CERT-COUNT TO WS-CERT-RECORD(13:7).
           IF WS-FILE-CHANGED = 0 THEN
               MOVE "NOTHING HELD FOR THE PLAYER" TO
                   WS-CERT-RECORD(23:60)
           ELSE
               MOVE WS-CERT-WHAT TO WS-CERT-RECORD(23:60)
           END-IF.
           WRITE WS-CERT-RECORD.
       WRITE-CERT-FILE-LINE-EXIT.

       WRITE-CERT-NOT-ON-FILE.
           MOVE SPACES TO WS-CERT-RECORD.
           MOVE WS-CERT-FILE TO WS-CERT-RECORD(3:8).
           STRING "NOT AVAILABLE (STATUS " WS-MSTR-FILE-STATUS
               ") - NOTHING TO ERASE"
               DELIMITED BY SIZE INTO WS-CERT-RECORD(23:60).
           WRITE WS-CERT-RECORD.
       WRITE-CERT-NOT-ON-FILE-EXIT.

       WRITE-CERT-REQUEST-TRAILER.
           MOVE WS-REQ-CHANGED TO WS-CERT-COUNT.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "RECORDS CHANGED IN ALL: " WS-CERT-COUNT
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE "NAME AND CONTACT REMOVED; SCORES, STATISTICS AND "
               TO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
           MOVE SPACES TO WS-CERT-RECORD.
           STRING "LEAGUE HISTORY KEPT UNDER " WS-ANON-ID
               DELIMITED BY SIZE INTO WS-CERT-RECORD.
           WRITE WS-CERT-RECORD.
       WRITE-CERT-REQUEST-TRAILER-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM PLYRERAS.
