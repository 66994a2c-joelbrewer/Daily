      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 07/15/2024 JB - New ROSTER function lists the roster as it
      *                stood on the card's date, and STAND and PLAYER
      *                now show each player's division on that date
      *                rather than today's - both resolved through the
      *                ROSTASOF module off the ROSTHIST history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFINQ.
           SELECT MRP-ARCHIVE ASSIGN TO "YMRPARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-FILE-STATUS.
           SELECT ROSTER-MASTER ASSIGN TO "ROSTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT INQUIRY-PARM ASSIGN TO "ASOFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           05 FILLER PIC X(01).
           05 WS-MRPA-DATA PIC X(80).

      * Roster master, exactly as ROSTMNT writes it. Browsed only
      * for the player-ids; what each player was on the date comes
      * from ROSTASOF.
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

      * One card:
      *   STAND  date------              the standings as of date
      *   PLAYER date------ pppppppppp   one player's day
      *   ROSTER date------              the roster as of date
       FD  INQUIRY-PARM.
       01 WS-ASOF-PARM-RECORD.
           05 WS-ASOF-PARM-FUNC PIC X(06).
       WORKING-STORAGE SECTION.
       01 WS-ARC-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ROST-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
       01 WS-FUNC PIC X(06) VALUE SPACES.
       01 WS-LINE-HIT-SW PIC X(01) VALUE 'N'.
           88 WS-LINE-HIT VALUE 'Y'.

       COPY ROSTASWS.

       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
               PERFORM ANSWER-STANDINGS-AS-OF
           WHEN WS-FUNC = 'PLAYER' AND
               WS-ASOF-PLAYER NOT = SPACES
               PERFORM ANSWER-PLAYER-ROSTER-STATE
               PERFORM ANSWER-STANDINGS-AS-OF
               PERFORM ANSWER-PLAYER-RESULTS
           WHEN WS-FUNC = 'ROSTER'
               PERFORM ANSWER-ROSTER-AS-OF
           WHEN OTHER
               MOVE "UNKNOWN FUNCTION OR MISSING PLAYER ON THE CARD"
                   TO WS-RPT-RECORD
                           ADD 1 TO WS-LISTED-COUNT
                           MOVE SPACES TO WS-RPT-RECORD
                           MOVE WS-STDA-DATA TO WS-RPT-RECORD(3:80)
                           PERFORM ADD-STANDING-DIVISION
                           WRITE WS-RPT-RECORD
                       END-IF
                   END-IF
           END-READ.
       LIST-ONE-STANDING-EXIT.

      * The division a standings line is judged by is the one the
      * player held on the archived date, not today's.
       ADD-STANDING-DIVISION.
           IF WS-STDA-DATA(1:3) NOT = 'HDR' AND
               WS-STDA-DATA(1:3) NOT = 'TRL' THEN
               MOVE WS-STDA-PLAYER-ID TO WS-RASO-PLAYER-ID
               MOVE WS-ASOF-DATE TO WS-RASO-DATE
               CALL 'ROSTASOF' USING WS-RASO-PLAYER-ID WS-RASO-DATE
                   WS-RASO-STATE
               IF WS-RASO-FOUND = 'Y' THEN
                   MOVE 'DIV' TO WS-RPT-RECORD(85:3)
                   MOVE WS-RASO-DIVISION TO WS-RPT-RECORD(89:1)
               END-IF
           END-IF.
       ADD-STANDING-DIVISION-EXIT.

       ANSWER-PLAYER-ROSTER-STATE.
           MOVE WS-ASOF-PLAYER TO WS-RASO-PLAYER-ID.
           MOVE WS-ASOF-DATE TO WS-RASO-DATE.
           CALL 'ROSTASOF' USING WS-RASO-PLAYER-ID WS-RASO-DATE
               WS-RASO-STATE.
           MOVE SPACES TO WS-RPT-RECORD.
           IF WS-RASO-FOUND = 'Y' THEN
               STRING "ON THE ROSTER THAT DATE: " WS-ASOF-PLAYER
                   " " WS-RASO-NAME " STATUS " WS-RASO-STATUS
                   " DIVISION " WS-RASO-DIVISION
                   " TEAM " WS-RASO-TEAM-ID
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           ELSE
               STRING "NOT ON THE ROSTER THAT DATE: " WS-ASOF-PLAYER
                   DELIMITED BY SIZE INTO WS-RPT-RECORD
           END-IF.
           WRITE WS-RPT-RECORD.
           MOVE SPACES TO WS-RPT-RECORD.
           WRITE WS-RPT-RECORD.
       ANSWER-PLAYER-ROSTER-STATE-EXIT.

      * Every player on the live master is asked after; ROSTASOF
      * says whether the player was registered yet on the date and,
      * if so, what the record said then. Inactive players are listed
      * with their status so a protest can see who had left.
       ANSWER-ROSTER-AS-OF.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT ROSTER-MASTER.
           IF WS-ROST-FILE-STATUS NOT = "00" THEN
               MOVE "NO ROSTER MASTER ON FILE" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "ROSTER AS IT STOOD:" TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE SPACES TO WS-RPT-RECORD
               MOVE "PLAYER" TO WS-RPT-RECORD(3:6)
               MOVE "NAME" TO WS-RPT-RECORD(14:4)
               MOVE "ST" TO WS-RPT-RECORD(35:2)
               MOVE "DIV" TO WS-RPT-RECORD(38:3)
               MOVE "RS" TO WS-RPT-RECORD(42:2)
               MOVE "TEAM" TO WS-RPT-RECORD(45:4)
               WRITE WS-RPT-RECORD
               PERFORM LIST-ONE-ROSTER-AS-OF UNTIL WS-EOF
               CLOSE ROSTER-MASTER
               IF WS-LISTED-COUNT = 0 THEN
                   MOVE "NOBODY ON THE ROSTER ON THAT DATE" TO
                       WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE WS-LISTED-COUNT TO WS-RPT-COUNT
                   MOVE SPACES TO WS-RPT-RECORD
                   STRING "PLAYERS LISTED: " WS-RPT-COUNT
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
                   WRITE WS-RPT-RECORD
               END-IF
           END-IF.
       ANSWER-ROSTER-AS-OF-EXIT.

       LIST-ONE-ROSTER-AS-OF.
           READ ROSTER-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SW
               NOT AT END
                   MOVE WS-ROST-PLAYER-ID TO WS-RASO-PLAYER-ID
                   MOVE WS-ASOF-DATE TO WS-RASO-DATE
                   CALL 'ROSTASOF' USING WS-RASO-PLAYER-ID
                       WS-RASO-DATE WS-RASO-STATE
                   IF WS-RASO-FOUND = 'Y' THEN
                       ADD 1 TO WS-LISTED-COUNT
                       MOVE SPACES TO WS-RPT-RECORD
                       MOVE WS-ROST-PLAYER-ID TO WS-RPT-RECORD(3:10)
                       MOVE WS-RASO-NAME TO WS-RPT-RECORD(14:20)
                       MOVE WS-RASO-STATUS TO WS-RPT-RECORD(35:1)
                       MOVE WS-RASO-DIVISION TO WS-RPT-RECORD(39:1)
                       MOVE WS-RASO-RULE-SET TO WS-RPT-RECORD(42:1)
                       MOVE WS-RASO-TEAM-ID TO WS-RPT-RECORD(45:4)
                       WRITE WS-RPT-RECORD
                   END-IF
           END-READ.
       LIST-ONE-ROSTER-AS-OF-EXIT.

       ANSWER-PLAYER-RESULTS.
           MOVE 'N' TO WS-EOF-SW.
           OPEN INPUT MRP-ARCHIVE.
