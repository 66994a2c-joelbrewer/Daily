      ******************************************************************
      * Author: Joel Brewer
      * Date: 06/10/2024
      * Purpose: To maintain the keyed TEAMMSTR team master for the
      *          club competition from a file of team transactions,
      *          the way ROSTMNT maintains the player roster. A team
      *          is a club or site side: an id, a name, the home site
      *          code YACHTCON stamps, and a captain off the roster.
      *          Players join a team through ROSTMNT's 'T'
      *          transaction, and TEAMMCH settles the team match
      *          nights - the inter-site cup has been run on a
      *          spreadsheet off the YACHTMRPT printouts until now.
      * Tectonics: cobc
      ******************************************************************
      * Modification History:
      * 06/10/2024 JB - First cut: add ('A'), change ('C') and
      *                 disband ('D') transactions, rejects to
      *                 TEAMREJ and the shared EXCPLOG, counts to
      *                 the shared OPSCNT. A captain must be an
      *                 active player on the roster.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEAMMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-TXN ASSIGN TO "TEAMIN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TEAM-MASTER ASSIGN TO "TEAMMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-TEAM-ID
               FILE STATUS IS WS-TEAM-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT TEAM-REJ ASSIGN TO "TEAMREJ"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
       DATA DIVISION.
       FILE SECTION.
      * One transaction per record: 'A' adds a new team (or brings
      * back a disbanded one), 'C' changes the name, site or captain
      * of an active team - a blank field leaves what is there - and
      * 'D' disbands it. Anything else is a reject.
       FD  TEAM-TXN.
       01 WS-TEAM-TXN-RECORD.
           05 WS-TEAM-TXN-TEAM-ID PIC X(04).
           05 FILLER PIC X(01).
           05 WS-TEAM-TXN-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TEAM-TXN-NAME PIC X(30).
           05 FILLER PIC X(01).
           05 WS-TEAM-TXN-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-TEAM-TXN-CAPTAIN PIC X(10).
           05 FILLER PIC X(28).

      * Team master: one record per team ever formed. WS-TEAM-STATUS
      * is 'A' (active) or 'I' (disbanded); only an active team can
      * take players or play a team fixture.
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

      * Player roster master maintained by ROSTMNT, read-only here:
      * the captain must be a registered, active player.
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

       FD  TEAM-REJ.
       01 WS-TEAM-REJ-RECORD.
           05 WS-TEAM-REJ-TEAM-ID PIC X(04).
           05 FILLER PIC X(01).
           05 WS-TEAM-REJ-TYPE PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TEAM-REJ-REASON PIC X(40).
           05 FILLER PIC X(33).

       COPY BDATFD.

       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.

       WORKING-STORAGE SECTION.
       01 WS-TEAM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-TEAM-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-TEAM-FOUND VALUE 'Y'.
       01 WS-ROSTER-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-ROSTER-OPEN VALUE 'Y'.
       01 WS-CAPTAIN-VALID-SW PIC X(01) VALUE 'N'.
           88 WS-CAPTAIN-VALID VALUE 'Y'.

       01 WS-TEAM-KEY PIC X(04).
       01 WS-TXN-TYPE PIC X(01).
       01 WS-TXN-NAME PIC X(30).
       01 WS-TXN-SITE PIC X(03).
       01 WS-TXN-CAPTAIN PIC X(10).
       01 WS-REJ-REASON PIC X(40).

      * Control totals for the console summary and the shared OPSCNT
      * operations-count log.
       01 WS-TXN-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-APPLIED-COUNT PIC 9(05) VALUE 0.
       01 WS-REJECTED-COUNT PIC 9(05) VALUE 0.

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
       MAIN.
           PERFORM CAPTURE-RUN-CONTROL.
           MOVE 'TEAMMNT' TO WS-AUDT-SOURCE-PARM.
           PERFORM LOG-OPERATOR-AUDIT.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           OPEN INPUT TEAM-TXN.
           OPEN OUTPUT TEAM-REJ.
           OPEN I-O TEAM-MASTER.
           IF WS-TEAM-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT TEAM-MASTER
               CLOSE TEAM-MASTER
               OPEN I-O TEAM-MASTER
           END-IF.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-ROSTER-OPEN-SW
           ELSE
               DISPLAY "WARNING: ROSTER MASTER NOT AVAILABLE (STATUS "
                   WS-ROST-FILE-STATUS ") - CAPTAINS REJECT"
           END-IF.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           PERFORM READ-TEAM-TXN.
           PERFORM PROCESS-TEAM-TXN UNTIL WS-EOF.
           CLOSE TEAM-TXN.
           CLOSE TEAM-REJ.
           CLOSE TEAM-MASTER.
           IF WS-ROSTER-OPEN THEN
               CLOSE ROSTER-MASTER
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'TEAMMNT' TO WS-OPSC-SOURCE-PARM.
           MOVE 'TEAM TXNS APPLIED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-APPLIED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "TEAM TXNS READ " WS-TXN-READ-COUNT
               " APPLIED " WS-APPLIED-COUNT
               " REJECTED " WS-REJECTED-COUNT.
           STOP RUN.
       MAIN-EXIT.

       READ-TEAM-TXN.
           READ TEAM-TXN
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TXN-READ-COUNT
                   MOVE WS-TEAM-TXN-TEAM-ID TO WS-TEAM-KEY
                   MOVE WS-TEAM-TXN-TYPE TO WS-TXN-TYPE
                   MOVE WS-TEAM-TXN-NAME TO WS-TXN-NAME
                   MOVE WS-TEAM-TXN-SITE TO WS-TXN-SITE
                   MOVE WS-TEAM-TXN-CAPTAIN TO WS-TXN-CAPTAIN
           END-READ.
       READ-TEAM-TXN-EXIT.

       PROCESS-TEAM-TXN.
           IF WS-TEAM-KEY = SPACES THEN
               MOVE 'TEAM-ID IS BLANK' TO WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           ELSE
               PERFORM LOOKUP-TEAM-MASTER
               EVALUATE WS-TXN-TYPE
               WHEN 'A'
                   PERFORM APPLY-TEAM-ADD
               WHEN 'C'
                   PERFORM APPLY-TEAM-CHANGE
               WHEN 'D'
                   PERFORM APPLY-TEAM-DISBAND
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJ-REASON
                   PERFORM REJECT-TEAM-TXN
               END-EVALUATE
           END-IF.
           PERFORM READ-TEAM-TXN.
       PROCESS-TEAM-TXN-EXIT.

       LOOKUP-TEAM-MASTER.
           MOVE 'N' TO WS-TEAM-FOUND-SW.
           MOVE WS-TEAM-KEY TO WS-TEAM-ID.
           READ TEAM-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-TEAM-FOUND-SW
           END-READ.
       LOOKUP-TEAM-MASTER-EXIT.

      * A blank captain is allowed - a new side often forms before
      * it picks one - but a named captain must be active on the
      * roster.
       CHECK-TXN-CAPTAIN.
           MOVE 'N' TO WS-CAPTAIN-VALID-SW.
           IF WS-TXN-CAPTAIN = SPACES THEN
               MOVE 'Y' TO WS-CAPTAIN-VALID-SW
           ELSE
               IF WS-ROSTER-OPEN THEN
                   MOVE WS-TXN-CAPTAIN TO WS-ROST-PLAYER-ID
                   READ ROSTER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-ROST-STATUS = 'A' THEN
                               MOVE 'Y' TO WS-CAPTAIN-VALID-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.
       CHECK-TXN-CAPTAIN-EXIT.

      * An add against a team already active is a reject, the same
      * rule ROSTMNT applies to a repeated registration. An add
      * against a disbanded team re-forms it under its old id.
       APPLY-TEAM-ADD.
           PERFORM CHECK-TXN-CAPTAIN.
           EVALUATE TRUE
           WHEN WS-TEAM-FOUND AND WS-TEAM-STATUS = 'A'
               MOVE 'TEAM ALREADY ON FILE AND ACTIVE' TO
                   WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           WHEN WS-TXN-NAME = SPACES
               MOVE 'TEAM NAME IS BLANK' TO WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           WHEN NOT WS-CAPTAIN-VALID
               MOVE 'CAPTAIN NOT AN ACTIVE ROSTER PLAYER' TO
                   WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           WHEN OTHER
               PERFORM ADD-OR-REFORM-TEAM
               ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.
       APPLY-TEAM-ADD-EXIT.

       ADD-OR-REFORM-TEAM.
           IF WS-TEAM-FOUND THEN
               MOVE 'A' TO WS-TEAM-STATUS
               MOVE 0 TO WS-TEAM-DISBAND-DATE
               MOVE WS-TXN-NAME TO WS-TEAM-NAME
               MOVE WS-TXN-SITE TO WS-TEAM-SITE
               MOVE WS-TXN-CAPTAIN TO WS-TEAM-CAPTAIN
               REWRITE WS-TEAM-RECORD
                   INVALID KEY
                       DISPLAY "TEAM REWRITE FAILED FOR "
                           WS-TEAM-KEY
               END-REWRITE
               DISPLAY "RE-FORMED " WS-TEAM-KEY
           ELSE
               INITIALIZE WS-TEAM-RECORD WITH FILLER
               MOVE WS-TEAM-KEY TO WS-TEAM-ID
               MOVE 'A' TO WS-TEAM-STATUS
               MOVE WS-TXN-NAME TO WS-TEAM-NAME
               MOVE WS-TXN-SITE TO WS-TEAM-SITE
               MOVE WS-TXN-CAPTAIN TO WS-TEAM-CAPTAIN
               MOVE WS-RUN-DATE TO WS-TEAM-FORMED-DATE
               MOVE 0 TO WS-TEAM-DISBAND-DATE
               WRITE WS-TEAM-RECORD
                   INVALID KEY
                       DISPLAY "TEAM WRITE FAILED FOR "
                           WS-TEAM-KEY
               END-WRITE
               DISPLAY "FORMED " WS-TEAM-KEY " " WS-TXN-NAME
           END-IF.
       ADD-OR-REFORM-TEAM-EXIT.

       APPLY-TEAM-CHANGE.
           PERFORM CHECK-TXN-CAPTAIN.
           EVALUATE TRUE
           WHEN NOT WS-TEAM-FOUND OR WS-TEAM-STATUS NOT = 'A'
               MOVE 'TEAM NOT FOUND OR DISBANDED' TO WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           WHEN NOT WS-CAPTAIN-VALID
               MOVE 'CAPTAIN NOT AN ACTIVE ROSTER PLAYER' TO
                   WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           WHEN OTHER
               IF WS-TXN-NAME NOT = SPACES THEN
                   MOVE WS-TXN-NAME TO WS-TEAM-NAME
               END-IF
               IF WS-TXN-SITE NOT = SPACES THEN
                   MOVE WS-TXN-SITE TO WS-TEAM-SITE
               END-IF
               IF WS-TXN-CAPTAIN NOT = SPACES THEN
                   MOVE WS-TXN-CAPTAIN TO WS-TEAM-CAPTAIN
               END-IF
               REWRITE WS-TEAM-RECORD
                   INVALID KEY
                       DISPLAY "TEAM REWRITE FAILED FOR "
                           WS-TEAM-KEY
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "CHANGED " WS-TEAM-KEY
           END-EVALUATE.
       APPLY-TEAM-CHANGE-EXIT.

      * Disbanding keeps the record - the team league history still
      * names it - and its players keep the id on the roster until
      * ROSTMNT moves them; TEAMMCH refuses fixtures for it.
       APPLY-TEAM-DISBAND.
           IF WS-TEAM-FOUND AND WS-TEAM-STATUS = 'A' THEN
               MOVE 'I' TO WS-TEAM-STATUS
               MOVE WS-RUN-DATE TO WS-TEAM-DISBAND-DATE
               REWRITE WS-TEAM-RECORD
                   INVALID KEY
                       DISPLAY "TEAM REWRITE FAILED FOR "
                           WS-TEAM-KEY
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "DISBANDED " WS-TEAM-KEY
           ELSE
               MOVE 'TEAM NOT FOUND OR DISBANDED' TO WS-REJ-REASON
               PERFORM REJECT-TEAM-TXN
           END-IF.
       APPLY-TEAM-DISBAND-EXIT.

      * WS-REJ-REASON is set by the caller before this is performed,
      * the same way the shared LOG-EXCEPTION paragraph takes its
      * arguments through working-storage.
       REJECT-TEAM-TXN.
           INITIALIZE WS-TEAM-REJ-RECORD WITH FILLER.
           MOVE WS-TEAM-KEY TO WS-TEAM-REJ-TEAM-ID.
           MOVE WS-TXN-TYPE TO WS-TEAM-REJ-TYPE.
           MOVE WS-REJ-REASON TO WS-TEAM-REJ-REASON.
           WRITE WS-TEAM-REJ-RECORD.
           MOVE 'TEAMMNT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-TEAM-KEY TO WS-EXCP-KEY-PARM.
           MOVE WS-REJ-REASON TO WS-EXCP-REASON-PARM.
           PERFORM LOG-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT.
       REJECT-TEAM-TXN-EXIT.

           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

       END PROGRAM TEAMMNT.
