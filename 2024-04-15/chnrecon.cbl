      *                 deferred site files - print as accounted
      *                 lines; only a hand-off that loses records
      *                 nobody accounted for fails the night.
      * 05/20/2024 JB - YACHT's turn-detail records neither score
      *                 nor reject; the scoring reconciliation now
      *                 reads its TURN DETAILS READ line and proves
      *                 reads against scored plus rejected plus
      *                 turn details, printing the turns beside.
      * 10/28/2024 JB - The bulletin stream counts bulletins as well
      *                 as records now that a bulletin can span
      *                 several: a record opens a bulletin when its
      *                 id is blank or it is segment 001. The partner
      *                 copies tie to the manifest by bulletin, one
      *                 CLASS line each, and the bulletins CIPHDIST
      *                 held incomplete print as accounted.
      * 11/04/2024 JB - The bulletin stream reads the EMBMSTR embargo
      *                 master: records the cipher step embargoed
      *                 tonight print as accounted, and records it
      *                 released off the master tonight count in
      *                 beside CIPHIN, so neither reads as a leak.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHNRECON.
           SELECT MANIFEST-IN ASSIGN TO "CIPHMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT EMBARGO-MASTER ASSIGN TO "EMBMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-EMB-NO
               FILE STATUS IS WS-IN-FILE-STATUS.
           SELECT FLOW-RPT ASSIGN TO "CHNFLOW"
               ORGANIZATION IS LINE SEQUENTIAL.
           COPY BDATSEL.
       FD  FISCAL-CAL.
       01 WS-FC-RECORD PIC X(80).
       FD  CIPHER-IN.
       01 WS-CIN-RECORD PIC X(168).
       FD  CIPHER-OUT.
       01 WS-COUT-RECORD PIC X(299).
       FD  DIST-FILE-1.
       01 WS-DIST-1-RECORD PIC X(299).
       FD  DIST-FILE-2.
       01 WS-DIST-2-RECORD PIC X(299).
       FD  DIST-FILE-3.
       01 WS-DIST-3-RECORD PIC X(299).
       FD  DIST-FILE-4.
       01 WS-DIST-4-RECORD PIC X(299).
       FD  DIST-FILE-5.
       01 WS-DIST-5-RECORD PIC X(299).
       FD  MANIFEST-IN.
       01 WS-MAN-RECORD PIC X(100).
      * Embargo master as ROTATIONAL-CIPHER writes it; only the
      * status, dates and the held record's bulletin fields matter
      * here.
       FD  EMBARGO-MASTER.
       01 WS-EMB-RECORD.
           05 WS-EMB-NO PIC 9(06).
           05 FILLER PIC X(01).
           05 WS-EMB-STATUS PIC X(01).
               88 WS-EMB-RELEASED VALUE 'R'.
           05 FILLER PIC X(01).
           05 WS-EMB-RELEASE-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-EMB-HELD-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-EMB-ACTION-DATE PIC 9(08).
           05 FILLER PIC X(10).
           05 FILLER PIC X(141).
           05 WS-EMB-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-EMB-SEG-NO PIC X(03).
           05 FILLER PIC X(33).

       FD  FLOW-RPT.
       01 WS-RPT-RECORD PIC X(100).

      * The record under inspection, viewed through each stream's
      * own field positions.
       01 WS-WORK PIC X(299).
       01 WS-SITEREG-VIEW REDEFINES WS-WORK.
           05 FILLER PIC X(09).
           05 WS-SR-STATUS PIC X(10).
           05 FILLER PIC X(20).
           05 WS-SR-ARRIVED PIC X(07).
           05 FILLER PIC X(253).
       01 WS-ENVELOPE-VIEW REDEFINES WS-WORK.
           05 WS-ENV-TAG PIC X(03).
           05 FILLER PIC X(01).
           05 WS-ENV-COUNT PIC X(07).
           05 FILLER PIC X(288).
       01 WS-YRECON-VIEW REDEFINES WS-WORK.
           05 WS-YR-LABEL PIC X(20).
           05 FILLER PIC X(01).
           05 WS-YR-COUNT PIC X(05).
           05 FILLER PIC X(273).
       01 WS-CIPHIN-VIEW REDEFINES WS-WORK.
           05 FILLER PIC X(141).
           05 WS-CV-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-CV-SEG-NO PIC X(03).
           05 FILLER PIC X(144).
       01 WS-CIPHOUT-VIEW REDEFINES WS-WORK.
           05 FILLER PIC X(281).
           05 WS-OV-BULLETIN-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-OV-SEG-NO PIC X(03).
           05 FILLER PIC X(04).

      * Counts gathered per file and the derived hand-off sums.
       01 WS-DATA-COUNT PIC 9(07) VALUE 0.
       01 WS-YR-READ PIC 9(07) VALUE 0.
       01 WS-YR-SCORED PIC 9(07) VALUE 0.
       01 WS-YR-REJECTED PIC 9(07) VALUE 0.
       01 WS-YR-TURNS PIC 9(07) VALUE 0.
       01 WS-YR-OK-SW PIC X(01) VALUE 'N'.
           88 WS-YR-OK VALUE 'Y'.
       01 WS-STD-COUNT PIC 9(07) VALUE 0.
       01 WS-DIST-NO PIC 9(01) VALUE 0.
       01 WS-DIST-TOTAL PIC 9(07) VALUE 0.
       01 WS-MAN-LINES PIC 9(07) VALUE 0.
       01 WS-MAN-HELD PIC 9(07) VALUE 0.
       01 WS-CIN-BULLETINS PIC 9(07) VALUE 0.
       01 WS-COUT-BULLETINS PIC 9(07) VALUE 0.
       01 WS-DIST-BULLETINS PIC 9(07) VALUE 0.
       01 WS-EMB-HELD-RECS PIC 9(07) VALUE 0.
       01 WS-EMB-HELD-BULLETINS PIC 9(07) VALUE 0.
       01 WS-EMB-REL-RECS PIC 9(07) VALUE 0.
       01 WS-EMB-REL-BULLETINS PIC 9(07) VALUE 0.
       01 WS-DIFF PIC S9(07) VALUE 0.

       01 WS-RPT-N1 PIC ZZZZZZ9.
               "  REJECTED " WS-RPT-N3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-YR-TURNS > 0 THEN
               MOVE WS-YR-TURNS TO WS-RPT-N1
               MOVE SPACES TO WS-RPT-RECORD
               STRING "  TURN DETAILS " WS-RPT-N1
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           COMPUTE WS-DIFF = WS-YR-READ - WS-ACC-COUNT.
           IF WS-DIFF NOT = 0 THEN
               MOVE WS-DIFF TO WS-RPT-N1
                   WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           IF WS-YR-READ NOT = WS-YR-SCORED + WS-YR-REJECTED +
               WS-YR-TURNS OR
               NOT WS-YR-OK THEN
               PERFORM FLAG-LEAKED-HANDOFF
               MOVE "  LEAK: SCORING RECONCILIATION OUT" TO
                           ADD FUNCTION NUMVAL(WS-YR-COUNT) TO
                               WS-YR-REJECTED
                       END-IF
                   WHEN 'TURN DETAILS READ'
                       IF WS-YR-COUNT NUMERIC THEN
                           ADD FUNCTION NUMVAL(WS-YR-COUNT) TO
                               WS-YR-TURNS
                       END-IF
                   WHEN 'RECONCILIATION OK'
                       MOVE 'Y' TO WS-YR-OK-SW
                   WHEN OTHER
      ******************************************************************
      * The bulletin stream: CIPHIN in, CIPHOUT's trailer proven,
      * held bulletins accounted, every DIST copy's trailer proven,
      * and the routed bulletins against the manifest's CLASS lines.
      ******************************************************************
       PROVE-CIPHER-STREAM.
           MOVE SPACES TO WS-RPT-RECORD.
               VARYING WS-DIST-NO FROM 1 BY 1
               UNTIL WS-DIST-NO > 5.
           PERFORM COUNT-MANIFEST-LINES.
           PERFORM COUNT-EMBARGOES.
           MOVE WS-CIN-COUNT TO WS-RPT-N1.
           MOVE WS-COUT-COUNT TO WS-RPT-N2.
           COMPUTE WS-DIFF = WS-CIN-COUNT + WS-EMB-REL-RECS
               - WS-EMB-HELD-RECS - WS-COUT-COUNT.
           MOVE WS-DIFF TO WS-RPT-N3.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  RECORDS IN " WS-RPT-N1
               "  CIPHERED OUT " WS-RPT-N2
               "  HELD " WS-RPT-N3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-DIFF < 0 THEN
               PERFORM FLAG-LEAKED-HANDOFF
               MOVE "  LEAK: CIPHOUT EXCEEDS CIPHIN AND RELEASES"
                   TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE WS-CIN-BULLETINS TO WS-RPT-N1.
           MOVE WS-COUT-BULLETINS TO WS-RPT-N2.
           COMPUTE WS-DIFF = WS-CIN-BULLETINS + WS-EMB-REL-BULLETINS
               - WS-EMB-HELD-BULLETINS - WS-COUT-BULLETINS.
           MOVE WS-DIFF TO WS-RPT-N3.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  BULLETINS IN " WS-RPT-N1
               "  CIPHERED OUT " WS-RPT-N2
               "  HELD " WS-RPT-N3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-EMB-HELD-RECS > 0 THEN
               MOVE WS-EMB-HELD-RECS TO WS-RPT-N1
               MOVE WS-EMB-HELD-BULLETINS TO WS-RPT-N2
               MOVE SPACES TO WS-RPT-RECORD
               STRING "  EMBARGOED TONIGHT RECORDS " WS-RPT-N1
                   "  BULLETINS " WS-RPT-N2
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           IF WS-EMB-REL-RECS > 0 THEN
               MOVE WS-EMB-REL-RECS TO WS-RPT-N1
               MOVE WS-EMB-REL-BULLETINS TO WS-RPT-N2
               MOVE SPACES TO WS-RPT-RECORD
               STRING "  RELEASED FROM EMBARGO RECORDS " WS-RPT-N1
                   "  BULLETINS " WS-RPT-N2
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           MOVE WS-DIST-TOTAL TO WS-RPT-N1.
           MOVE WS-DIST-BULLETINS TO WS-RPT-N2.
           MOVE WS-MAN-LINES TO WS-RPT-N3.
           MOVE SPACES TO WS-RPT-RECORD.
           STRING "  PARTNER COPIES " WS-RPT-N1
               "  BULLETINS " WS-RPT-N2
               "  MANIFEST LINES " WS-RPT-N3
               DELIMITED BY SIZE INTO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
           IF WS-MAN-HELD > 0 THEN
               MOVE WS-MAN-HELD TO WS-RPT-N1
               MOVE SPACES TO WS-RPT-RECORD
               STRING "  HELD INCOMPLETE AT DISTRIBUTION " WS-RPT-N1
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
           END-IF.
           IF WS-DIST-BULLETINS NOT = WS-MAN-LINES THEN
               PERFORM FLAG-LEAKED-HANDOFF
               MOVE "  LEAK: BETWEEN THE DIST COPIES AND MANIFEST"
                   TO WS-RPT-RECORD
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CIN-COUNT
                   MOVE WS-CIN-RECORD TO WS-WORK
                   IF WS-CV-BULLETIN-ID = SPACES
                       OR WS-CV-SEG-NO = '001' THEN
                       ADD 1 TO WS-CIN-BULLETINS
                   END-IF
           END-READ.
       COUNT-ONE-CIPHIN-EXIT.

                       END-IF
                   ELSE
                       ADD 1 TO WS-DATA-COUNT
                       IF WS-ENV-TAG NOT = 'HDR' AND
                           (WS-OV-BULLETIN-ID = SPACES
                           OR WS-OV-SEG-NO = '001') THEN
                           ADD 1 TO WS-COUT-BULLETINS
                       END-IF
                   END-IF
           END-READ.
       COUNT-ONE-CIPHOUT-EXIT.
                   END-IF
               ELSE
                   ADD 1 TO WS-DATA-COUNT
                   IF WS-ENV-TAG NOT = 'HDR' AND
                       (WS-OV-BULLETIN-ID = SPACES
                       OR WS-OV-SEG-NO = '001') THEN
                       ADD 1 TO WS-DIST-BULLETINS
                   END-IF
               END-IF
           END-IF.
       COUNT-ONE-DIST-EXIT.
                   IF WS-MAN-RECORD(1:6) = 'CLASS ' THEN
                       ADD 1 TO WS-MAN-LINES
                   END-IF
                   IF WS-MAN-RECORD(1:14) = 'HELD BULLETIN ' THEN
                       ADD 1 TO WS-MAN-HELD
                   END-IF
           END-READ.
       COUNT-ONE-MANIFEST-EXIT.

      * Held tonight is accounted whatever became of it since - a
      * same-day cancel still kept it out of CIPHOUT; released
      * tonight went into CIPHOUT without passing through CIPHIN.
       COUNT-EMBARGOES.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT EMBARGO-MASTER.
           IF WS-IN-FILE-STATUS = "00" THEN
               PERFORM COUNT-ONE-EMBARGO UNTIL WS-EOF
               CLOSE EMBARGO-MASTER
           END-IF.
       COUNT-EMBARGOES-EXIT.

       COUNT-ONE-EMBARGO.
           READ EMBARGO-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   IF WS-EMB-HELD-DATE = WS-RUN-DATE THEN
                       ADD 1 TO WS-EMB-HELD-RECS
                       IF WS-EMB-BULLETIN-ID = SPACES
                           OR WS-EMB-SEG-NO = '001' THEN
                           ADD 1 TO WS-EMB-HELD-BULLETINS
                       END-IF
                   END-IF
                   IF WS-EMB-RELEASED AND
                       WS-EMB-ACTION-DATE = WS-RUN-DATE THEN
                       ADD 1 TO WS-EMB-REL-RECS
                       IF WS-EMB-BULLETIN-ID = SPACES
                           OR WS-EMB-SEG-NO = '001' THEN
                           ADD 1 TO WS-EMB-REL-BULLETINS
                       END-IF
                   END-IF
           END-READ.
       COUNT-ONE-EMBARGO-EXIT.

       FLAG-LEAKED-HANDOFF.
           IF NOT WS-FLOW-FAILED THEN
               MOVE 'Y' TO WS-FLOW-FAILED-SW
