      *                very duplicate day the header was built to
      *                stop - and the reconciliation tied anyway
      *                because reads and scores doubled together.
      * 05/20/2024 JB - Turn-detail ('T') records from the sites'
      *                new roll-by-roll keying merge like any other
      *                record; the register now shows how many of
      *                each file's records were turn details, and
      *                the console total splits them out.
      * 07/29/2024 JB - The sites now key their scorekeeper's keyer
      *                id into the record (carved from the trailing
      *                FILLER). Unlike the site code it is not
      *                stamped here - only the site knows who keyed
      *                a record - so it merges exactly as keyed, and
      *                the register counts each file's records that
      *                arrived without one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHTCON.
           05 WS-YACHT-OUT-ORIG-CATEGORY PIC X(15).
           05 WS-YACHT-OUT-GAME-NO PIC X(02).
           05 WS-YACHT-OUT-SITE PIC X(03).
           05 WS-YACHT-OUT-CASE-NO PIC X(06).
           05 WS-YACHT-OUT-KEYER-ID PIC X(08).
           05 FILLER PIC X(13).

       FD  SITE-REGISTER.
       01 WS-REG-RECORD PIC X(80).
           88 WS-SOURCE-OPEN VALUE 'Y'.
       01 WS-SITE-RECORD-COUNT PIC 9(05) VALUE 0.
       01 WS-TOTAL-RECORD-COUNT PIC 9(05) VALUE 0.
       01 WS-SITE-TURN-COUNT PIC 9(05) VALUE 0.
       01 WS-TOTAL-TURN-COUNT PIC 9(05) VALUE 0.
       01 WS-SITE-NOKEYER-COUNT PIC 9(05) VALUE 0.
       01 WS-MISSING-SITE-COUNT PIC 9(02) VALUE 0.

      * The record under inspection, and the transmission header's
       01 WS-REG-STATUS PIC X(10).
       01 WS-REG-COUNT PIC ZZZZZZ9.
       01 WS-REG-COUNT-2 PIC ZZZZZZ9.
       01 WS-REG-COUNT-3 PIC ZZZZZZ9.

       COPY BDATWS.
       COPY RUNCTL.
           PERFORM LOG-OPS-COUNT.
           PERFORM CLOSE-OPS-COUNT-LOG.
           DISPLAY "YACHTCON: " WS-TOTAL-RECORD-COUNT
               " RECORDS CONSOLIDATED (" WS-TOTAL-TURN-COUNT
               " TURN DETAILS), "
               WS-MISSING-SITE-COUNT " SITE FILE(S) MISSING".
           IF WS-MISSING-SITE-COUNT > 0 AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
      ******************************************************************
       PROCESS-ONE-SOURCE.
           MOVE 0 TO WS-SITE-RECORD-COUNT.
           MOVE 0 TO WS-SITE-TURN-COUNT.
           MOVE 0 TO WS-SITE-NOKEYER-COUNT.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM OPEN-CURRENT-SOURCE.
           IF NOT WS-SOURCE-OPEN THEN

      * The site code is stamped over whatever the site keyed in the
      * carved bytes - the file a record arrived in is the truth of
      * where it came from. A turn-detail record is merged as it
      * stands; YACHTEDT proves its rolls.
       STAMP-AND-WRITE.
           MOVE WS-SITE-CODE TO WS-YACHT-OUT-SITE.
           WRITE WS-YACHT-OUT-RECORD.
           ADD 1 TO WS-SITE-RECORD-COUNT.
           ADD 1 TO WS-TOTAL-RECORD-COUNT.
           IF WS-YACHT-OUT-TXN-TYPE = 'T' THEN
               ADD 1 TO WS-SITE-TURN-COUNT
               ADD 1 TO WS-TOTAL-TURN-COUNT
           END-IF.
           IF WS-YACHT-OUT-KEYER-ID = SPACES THEN
               ADD 1 TO WS-SITE-NOKEYER-COUNT
           END-IF.
       STAMP-AND-WRITE-EXIT.

      * A site whose file never arrived is tonight's answer to "why
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
           MOVE SPACES TO WS-REG-RECORD.
           STRING "SITE SRC STATUS     FILE-DATE  HDR-CNT  ARRIVED"
               "   TURNS  NOKEYER"
               DELIMITED BY SIZE INTO WS-REG-RECORD.
           WRITE WS-REG-RECORD.
       WRITE-REGISTER-HEADER-EXIT.

           MOVE WS-HDR-DATE TO WS-REG-RECORD(21:8).
           MOVE WS-REG-COUNT TO WS-REG-RECORD(31:7).
           MOVE WS-REG-COUNT-2 TO WS-REG-RECORD(40:7).
           MOVE WS-SITE-TURN-COUNT TO WS-REG-COUNT-3.
           MOVE WS-REG-COUNT-3 TO WS-REG-RECORD(49:7).
           MOVE WS-SITE-NOKEYER-COUNT TO WS-REG-COUNT-3.
           MOVE WS-REG-COUNT-3 TO WS-REG-RECORD(58:7).
           WRITE WS-REG-RECORD.
           MOVE 0 TO WS-HDR-DATE.
           MOVE 0 TO WS-HDR-COUNT.
