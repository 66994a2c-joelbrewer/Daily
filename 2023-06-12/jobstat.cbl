      *                records fifteen step names now and the old
      *                fourteen left OPSTREND with no slot on every
      *                clean night.
      * 08/19/2024 JB - The START gate reads tonight's date off the
      *                DAYCAL day calendar CALGEN builds (see the
      *                DCALP copybook) instead of its own weekend
      *                arithmetic, HOLMSTR scan and FISCCAL month
      *                search: a weekend or holiday refuses as
      *                before, and a date the calendar does not
      *                carry refuses the way a month missing from
      *                FISCCAL did. No DAYCAL at all falls back to
      *                weekends only, with a console note.
      * 11/25/2024 JB - Every night opened, step stamped and night
      *                closed now writes a before and after image of the
      *                run's record to the shared MSTRJRNL master
      *                journal, so MSTRFWD can roll the night forward
      *                onto a restored image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTAT.
           SELECT JOB-STATUS-PARM ASSIGN TO "JOBSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           COPY DCALSEL.
           COPY BDATSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * One record per business date: who opened the night, when,
           05 WS-JOB-PARM-DATE PIC 9(08).
           05 FILLER PIC X(57).

       COPY DCALFD.

       COPY BDATFD.

       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-JOB-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TM-IDX PIC 9(02) VALUE 0.
       01 WS-TM-SCAN PIC 9(02) VALUE 0.

      * Business-day gate working fields; the day itself comes off
      * DAYCAL.
       01 WS-BUSDAY-SW PIC X(01) VALUE 'Y'.
           88 WS-IS-BUSDAY VALUE 'Y'.
       01 WS-BUSDAY-REASON PIC X(30) VALUE SPACES.
       01 WS-FORCE-SW PIC X(01) VALUE 'N'.
           88 WS-FORCE-OPEN VALUE 'Y'.

       COPY DCALWS.
       COPY BDATWS.
       COPY RUNCTL.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
               OPEN I-O JOB-STATUS-MASTER
           END-IF.
           PERFORM GET-FUNCTION-CARD.
           MOVE 'JOBSTAT' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           EVALUATE WS-FUNC
           WHEN 'START'
               PERFORM OPEN-THE-NIGHT
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           CLOSE JOB-STATUS-MASTER.
           PERFORM CLOSE-MASTER-JOURNAL.
           STOP RUN.
       MAIN-EXIT.

                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-JOB-FOUND-SW
                   MOVE WS-JOB-RECORD TO WS-JRNL-BEFORE-PARM
           END-READ.
       READ-JOB-RECORD-EXIT.

                       DISPLAY "JOBSTAT: WRITE FAILED FOR "
                           WS-JOB-DATE
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-JRNL-BEFORE-PARM
                       MOVE 'A' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-JOB-UPDATE
               END-WRITE
               DISPLAY "JOBSTAT: NIGHT OPENED FOR " WS-JOB-DATE
                   " RUN-ID " WS-RUN-ID
           END-IF.
       OPEN-THE-NIGHT-PROPER-EXIT.

      * Weekend or holiday off the DAYCAL record for the date, and
      * the date must sit on the calendar at all - a date nobody
      * planned to run is most likely a mis-set BUSDATE. A missing
      * calendar leaves the weekend test alone standing; the gate
      * must never brick the chain over a file.
       CHECK-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSDAY-SW.
           MOVE SPACES TO WS-BUSDAY-REASON.
           PERFORM OPEN-DAY-CALENDAR.
           MOVE WS-RUN-DATE TO WS-DCAL-LOOK-DATE.
           PERFORM LOOK-UP-CALENDAR-DAY.
           EVALUATE TRUE
           WHEN WS-DCAL-OPEN AND NOT WS-DCAL-FOUND
               MOVE 'N' TO WS-BUSDAY-SW
               MOVE 'DATE NOT ON DAY CALENDAR' TO WS-BUSDAY-REASON
           WHEN WS-DCAL-BUSINESS-DAY
               CONTINUE
           WHEN WS-DCAL-HOLIDAY
               MOVE 'N' TO WS-BUSDAY-SW
               MOVE WS-DCAL-HOLIDAY-DESC TO WS-BUSDAY-REASON
           WHEN OTHER
               MOVE 'N' TO WS-BUSDAY-SW
               MOVE 'WEEKEND' TO WS-BUSDAY-REASON
           END-EVALUATE.
           PERFORM CLOSE-DAY-CALENDAR.
       CHECK-BUSINESS-DAY-EXIT.

      * The restart gate: condition code 1 when the named step is
      * already on tonight's completed list, 0 when it still has to
      * run. The step's own COND tests the gate and skips on the 1.
                   INVALID KEY
                       DISPLAY "JOBSTAT: REWRITE FAILED FOR "
                           WS-JOB-DATE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-JOB-UPDATE
               END-REWRITE
           END-IF.
       STAMP-STEP-START-EXIT.
                   INVALID KEY
                       DISPLAY "JOBSTAT: REWRITE FAILED FOR "
                           WS-JOB-DATE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-JOB-UPDATE
               END-REWRITE
               DISPLAY "JOBSTAT: STEP " WS-STEP-NAME " COMPLETE"
           END-IF.
                   INVALID KEY
                       DISPLAY "JOBSTAT: REWRITE FAILED FOR "
                           WS-JOB-DATE
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-JOB-UPDATE
               END-REWRITE
               DISPLAY "JOBSTAT: NIGHT CLOSED FOR " WS-JOB-DATE
           END-IF.
       CLOSE-THE-NIGHT-EXIT.

      * Every night opened, step stamped and night closed goes to the
      * MSTRJRNL master journal with the record as read and as
      * written, so MSTRFWD can roll the night's progress forward
      * onto a restored image and the gates still know which steps
      * are done.
       JOURNAL-JOB-UPDATE.
           MOVE 'JOBSTAT' TO WS-JRNL-MASTER-PARM.
           MOVE WS-JOB-DATE TO WS-JRNL-KEY-PARM.
           MOVE WS-JOB-RECORD TO WS-JRNL-AFTER-PARM.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-JOB-UPDATE-EXIT.

       SHOW-JOB-STATUS.
           IF WS-SHOW-DATE = 0 THEN
               MOVE WS-RUN-DATE TO WS-JOB-DATE

           COPY RUNCTLP.
           COPY AUDTLOGP.
           COPY JRNLLOGP.
           COPY AUTHCHKP.
           COPY DCALP.

       END PROGRAM JOBSTAT.
