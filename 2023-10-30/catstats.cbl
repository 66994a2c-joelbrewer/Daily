      *                AUTHCHK module and AUTHCHKP copybook); a
      *                refused run logs severe so EXCPALRT pages
      *                the same night.
      * 05/13/2024 JB - Yahtzee-rules categories, which YACHT now
      *                posts twenty above the classic numbers, print
      *                as their own sections under the Yahtzee names
      *                after the classic ones, so the two games'
      *                leaders never share a list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATSTATS.
       01 WS-CATEGORY-NAMES-OVERLAY REDEFINES WS-CATEGORY-NAMES.
           05 WS-CATEGORY-NAME PIC X(15) OCCURS 12 TIMES.

      * The Yahtzee names for categories 21 through 33, in YACHT's
      * slot order: the classic slots first, three of a kind last.
       01 WS-YZ-CATEGORY-NAMES.
           05 FILLER PIC X(15) VALUE 'ONES'.
           05 FILLER PIC X(15) VALUE 'TWOS'.
           05 FILLER PIC X(15) VALUE 'THREES'.
           05 FILLER PIC X(15) VALUE 'FOURS'.
           05 FILLER PIC X(15) VALUE 'FIVES'.
           05 FILLER PIC X(15) VALUE 'SIXES'.
           05 FILLER PIC X(15) VALUE 'FULL HOUSE'.
           05 FILLER PIC X(15) VALUE 'FOUR OF A KIND'.
           05 FILLER PIC X(15) VALUE 'SMALL STRAIGHT'.
           05 FILLER PIC X(15) VALUE 'LARGE STRAIGHT'.
           05 FILLER PIC X(15) VALUE 'CHANCE'.
           05 FILLER PIC X(15) VALUE 'YAHTZEE'.
           05 FILLER PIC X(15) VALUE 'THREE OF A KIND'.
       01 WS-YZ-CATEGORY-NAMES-OVERLAY REDEFINES WS-YZ-CATEGORY-NAMES.
           05 WS-YZ-CATEGORY-NAME PIC X(15) OCCURS 13 TIMES.
       01 WS-YZ-NAME-IDX PIC 9(02) VALUE 0.

       01 WS-ST-SCAN PIC 9(04) VALUE 0.
       01 WS-CUR-CATEGORY PIC 9(02) VALUE 0.
       01 WS-CAT-RANK PIC 9(03) VALUE 0.
               MOVE SPACES TO WS-RPT-RECORD
               WRITE WS-RPT-RECORD
               MOVE SPACES TO WS-RPT-RECORD
               EVALUATE TRUE
               WHEN WS-CUR-CATEGORY >= 1 AND WS-CUR-CATEGORY <= 12
                   MOVE WS-CATEGORY-NAME(WS-CUR-CATEGORY) TO
                       WS-RPT-RECORD(1:15)
               WHEN WS-CUR-CATEGORY >= 21 AND WS-CUR-CATEGORY <= 33
                   COMPUTE WS-YZ-NAME-IDX = WS-CUR-CATEGORY - 20
                   STRING "YAHTZEE RULES - "
                       WS-YZ-CATEGORY-NAME(WS-YZ-NAME-IDX)
                       DELIMITED BY SIZE INTO WS-RPT-RECORD
               WHEN OTHER
                   MOVE "UNKNOWN CATEGORY" TO WS-RPT-RECORD(1:16)
               END-EVALUATE
               WRITE WS-RPT-RECORD
               MOVE "RANK PLAYER-ID    TIMES   TOTAL BEST" TO
                   WS-RPT-RECORD
