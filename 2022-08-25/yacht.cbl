      *                line as rank 00. The legacy columns stay put
      *                for their readers and cap at 99 with a
      *                console note.
      * 05/13/2024 JB - Yahtzee rule set alongside classic Yacht,
      *                chosen per player off the roster rule-set code
      *                ROSTMNT maintains and stamped on the card when
      *                it opens, so a game always finishes under the
      *                rules it started with. A Yahtzee card adds
      *                three of a kind (a thirteenth category, its
      *                flag and value carved from the cards' FILLER),
      *                scores small straight as any four-run (30),
      *                large straight as any five-run (40), full house
      *                35, yahtzee 50 with a 100-point bonus for each
      *                later yahtzee and the joker rule, under the
      *                same 63-point upper bonus. The Yahtzee names
      *                resolve only on a Yahtzee card, the statement
      *                prints the Yahtzee labels, and YACHTCAT keeps
      *                Yahtzee categories twenty above the classic
      *                numbers so the two games never pool.
      * 05/20/2024 JB - Turn-detail ('T') records ride beside the
      *                scoring records with each turn's rolls and
      *                holds. They are parked on the YACHTTWK work
      *                file as read and, once the night balances,
      *                appended to the YACHTTRN turn history with
      *                the score the category stands at on the card
      *                (unposted when it never posted), for the
      *                TURNQUAL decision report and for protests.
      *                They count as their own reconciliation leg
      *                and ride the checkpoint like the other
      *                totals.
      * 06/24/2024 JB - A correction may cite the DISPMNT dispute case
      *                it settles (case number carved from YACHTIN's
      *                trailing FILLER). When the correction posts the
      *                case closes on the DISPMSTR case master with
      *                the scores before and after, and the case
      *                number rides the YACHTCOR audit record, so the
      *                trail shows why each fix was made. A case that
      *                is missing, already closed, or belongs to
      *                another player leaves the correction posted
      *                and logs a warning; a run without the case
      *                master posts corrections the old way.
      * 07/01/2024 JB - Achievements: as a finished card posts, the
      *                player master and category-statistics passes
      *                detect a first yacht, a first 300-point card,
      *                every hundredth career game, and a new league
      *                season-best upper section with the bonus
      *                earned (each player's season best carved from
      *                YACHTPLR's FILLER), and write each once to the
      *                keyed ACHVMSTR achievements master with the
      *                date and game. The statement prints whatever
      *                the card earned, and NEWSLTR carries the
      *                week's new ones.
      * 07/29/2024 JB - The scorekeeper's keyer id (carved from
      *                YACHTIN's trailing FILLER) now rides every
      *                reject on YACHTREJ and every correction on
      *                YACHTCOR beside the site code, and each score
      *                posted, correction applied and reject raised
      *                appends a dated record to the YACHTKLG keying
      *                history. The KEYRPT accuracy report reads it
      *                and traces each correction back to whoever
      *                keyed the score it reversed.
      * 09/09/2024 JB - Each site's scored count also goes to OPSCNT
      *                under the label "SITE xxx SCORED", beside the
      *                night's total, so PERCLOSE can freeze games
      *                scored per site at each fiscal period end.
      * 11/25/2024 JB - Every add and change to the YACHT-PLYR player
      *                master now writes a before and after image to the
      *                shared MSTRJRNL master journal, so MSTRFWD can
      *                roll the night's postings forward onto a restored
      *                image.
      * 11/25/2024 JB - A posting that earns the Yahtzee bonus is
      *                flagged 'B' on the card, and a same-day
      *                correction that reverses it takes the 100 back
      *                off the card's bonus, so a corrected yacht
      *                neither keeps nor doubles the bonus.
      * 11/25/2024 JB - Grand totals carry four digits, since a Yahtzee
      *                card can pass 999. The YACHTSTD total takes the
      *                blank ahead of it and YACHTOPN carves a new total
      *                from FILLER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YACHT.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ROST-PLAYER-ID
               FILE STATUS IS WS-ROST-FILE-STATUS.
           SELECT DISPUTE-MASTER ASSIGN TO "DISPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-DISP-CASE-NO
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT ACHIEVEMENTS ASSIGN TO "ACHVMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACH-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT SEASON-HISTORY ASSIGN TO "YACHTHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CRD-KEY
               FILE STATUS IS WS-CRD-FILE-STATUS.
           SELECT TURN-WORK ASSIGN TO "YACHTTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TWK-FILE-STATUS.
           SELECT TURN-HISTORY ASSIGN TO "YACHTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-FILE-STATUS.
           SELECT KEYING-HISTORY ASSIGN TO "YACHTKLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KLG-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO "SORTWK".
           COPY BDATSEL.
           COPY EXCPSEL.
           COPY OPSCSEL.
           COPY AUDTSEL.
           COPY JRNLSEL.
       DATA DIVISION.
       FILE SECTION.
      * WS-YACHT-IN-TXN-TYPE and WS-YACHT-IN-ORIG-CATEGORY are carved
      * player's second or third game of the day onto its own
      * scorecard; blank or zero means game 01, which is what every
      * record keyed before the field existed carries.
      * WS-YACHT-IN-CASE-NO, carved from FILLER, is the DISPMNT
      * dispute case a correction settles; blank when it settles
      * none.
      * WS-YACHT-IN-KEYER-ID, carved from FILLER behind the case
      * number (and behind a turn detail's roll count), is the
      * scorekeeper who keyed the record at the site; blank on
      * records keyed before the field existed.
       FD  YACHT-IN.
       01 WS-YACHT-IN-RECORD.
           05 WS-YACHT-IN-PLAYER-ID PIC X(10).
           05 WS-YACHT-IN-ORIG-CATEGORY PIC X(15).
           05 WS-YACHT-IN-GAME-NO PIC 9(02).
           05 WS-YACHT-IN-SITE PIC X(03).
           05 WS-YACHT-IN-CASE-NO PIC X(06).
           05 WS-YACHT-IN-KEYER-ID PIC X(08).
           05 FILLER PIC X(13).

      * A WS-YACHT-IN-TXN-TYPE of 'T' is a turn-detail record riding
      * beside the scoring record for the same player, game and
      * category: the first roll and the dice held off it, the
      * second roll and the dice held off that, and how many rolls
      * the turn took, laid over the correction's original-category
      * bytes and the trailing FILLER. WS-YACHT-IN-DICE carries the
      * turn's final dice. A hold mask is 'Y' or 'N' per die
      * position of the roll it was taken off. A one-roll turn
      * carries only the first roll, a two-roll turn the first roll
      * and its hold, and the second roll of a two-roll turn is the
      * final dice.
       01 WS-YACHT-IN-TURN-RECORD.
           05 FILLER PIC X(33).
           05 WS-YACHT-IN-TURN-ROLL-1 PIC X(05).
           05 WS-YACHT-IN-TURN-HOLD-1 PIC X(05).
           05 WS-YACHT-IN-TURN-ROLL-2 PIC X(05).
           05 FILLER PIC X(05).
           05 WS-YACHT-IN-TURN-HOLD-2 PIC X(05).
           05 WS-YACHT-IN-TURN-ROLLS PIC 9(01).
           05 FILLER PIC X(21).

      * WS-YACHT-REJ-DATE, carved from trailing FILLER, is the
      * business date the record was rejected on - the RECYMNT aging
      * report escalates a reject that sits unresolved past its limit.
      * The site and keyer id behind it, carved the same way, say
      * who keyed the rejected record.
       FD  YACHT-REJ.
       01 WS-YACHT-REJ-RECORD.
           05 WS-YACHT-REJ-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-YACHT-REJ-REASON PIC X(40).
           05 WS-YACHT-REJ-DATE PIC 9(08).
           05 WS-YACHT-REJ-SITE PIC X(03).
           05 WS-YACHT-REJ-KEYER-ID PIC X(08).
           05 FILLER PIC X(03).

      * Recycle file built by the RECYMNT correction step: rejects
      * the desk has fixed, in YACHTIN's own record format,
      * adjusted rank ride behind them. The legacy two-byte rank
      * columns cap at 99 on a field past a hundred cards; the
      * full ranks ride in the wide fields behind the player name.
      * A Yahtzee card can pass 999, so the total takes a fourth
      * digit in the blank that used to sit ahead of it; its last
      * digit and everything behind it stay in their columns.
       FD  YACHT-STANDINGS.
       01 WS-STD-RECORD.
           05 WS-STD-RANK PIC 99.
           05 WS-STD-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-STD-GAME-NO PIC 99.
           05 WS-STD-TOTAL PIC 9(04).
           05 FILLER PIC X(01).
           05 WS-STD-HCP-INDEX PIC 9(03).
           05 FILLER PIC X(01).
      * Correction audit trail: one record per same-day correction,
      * carrying both the category and score that got reversed and
      * the category and score that replaced it, so the original
      * entry is never lost even after it's corrected. The dispute
      * case the correction settled, when it cited one, is carved
      * from FILLER, and so are the site and keyer id of whoever
      * keyed the correction.
       FD  YACHT-COR.
       01 WS-COR-RECORD.
           05 WS-COR-PLAYER-ID PIC X(10).
           05 WS-COR-NEW-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-COR-NEW-SCORE PIC 999.
           05 FILLER PIC X(01).
           05 WS-COR-CASE-NO PIC X(06).
           05 FILLER PIC X(01).
           05 WS-COR-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-COR-KEYER-ID PIC X(08).
           05 FILLER PIC X(10).

      * Checkpoint file re-written as each record commits, carrying
      * the control totals and per-site counts - the card state that
           05 WS-CKPT-CORRECTED-COUNT PIC 9(05).
           05 FILLER PIC X(01).
           05 WS-CKPT-SITE-COUNT PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-CKPT-TURN-COUNT PIC 9(05).
           05 FILLER PIC X(26).
       01 WS-CKPT-SITE-RECORD.
           05 WS-CKPT-SITE-TAG PIC X(04).
           05 FILLER PIC X(01).
           05 WS-CKPT-SITE-SCORED PIC 9(05).
           05 FILLER PIC X(01).
           05 WS-CKPT-SITE-REJECTED PIC 9(05).
           05 FILLER PIC X(01).
           05 WS-CKPT-SITE-TURNS PIC 9(05).
           05 FILLER PIC X(45).

      * The day's fixture pairings, as YACHTMCH reads them; here
      * they only feed the head-to-head tie-break.
      * handicap index DERIVE-HANDICAP-INDEXES re-derives nightly
      * from career games and totals; a record written before the
      * field existed carries spaces and derives fresh tonight.
      * WS-PLYR-BEST-UPPER, carved from FILLER behind it, is the
      * player's best upper section (bonus included) this season;
      * the season-best achievement measures a card against the best
      * of these. SEASNEND's close-out deletes the record, so it
      * starts the next season afresh.
       FD  YACHT-PLYR.
       01 WS-PLYR-RECORD.
           05 WS-PLYR-PLAYER-ID PIC X(10).
           05 WS-PLYR-GAMES-PLAYED PIC 9(05).
           05 WS-PLYR-SEASON-TOTAL PIC 9(07).
           05 WS-PLYR-HANDICAP PIC 9(03).
           05 WS-PLYR-BEST-UPPER PIC 9(03).
           05 FILLER PIC X(52).

      * Player roster master maintained by ROSTMNT. Read-only here:
      * a roll transaction is only scored when its player-id is on
      * the roster with an active status. WS-ROST-RULE-SET, carved
      * from FILLER, picks the rules a new card scores under: 'Y'
      * Yahtzee, anything else classic Yacht.
       FD  ROSTER-MASTER.
       01 WS-ROST-RECORD.
           05 WS-ROST-PLAYER-ID PIC X(10).
           05 WS-ROST-DIVISION PIC 9(01).
           05 WS-ROST-NAME PIC X(20).
           05 WS-ROST-CONTACT PIC X(20).
           05 WS-ROST-RULE-SET PIC X(01).
           05 FILLER PIC X(11).

      * Dispute case master exactly as DISPMNT keeps it. A correction
      * citing a case closes it: status 'C' with the closing date and
      * the category score before and after the fix.
       FD  DISPUTE-MASTER.
       01 WS-DISP-RECORD.
           05 WS-DISP-CASE-NO PIC 9(06).
           05 WS-DISP-STATUS PIC X(01).
           05 WS-DISP-PLAYER-ID PIC X(10).
           05 WS-DISP-BUS-DATE PIC 9(08).
           05 WS-DISP-GAME-NO PIC 9(02).
           05 WS-DISP-CATEGORY PIC X(15).
           05 WS-DISP-COMPLAINT PIC X(60).
           05 WS-DISP-RESOLUTION PIC X(60).
           05 WS-DISP-OFFICER PIC X(08).
           05 WS-DISP-OPENED-DATE PIC 9(08).
           05 WS-DISP-ANSWERED-DATE PIC 9(08).
           05 WS-DISP-CLOSED-DATE PIC 9(08).
           05 WS-DISP-ORIG-SCORE PIC 9(03).
           05 WS-DISP-NEW-SCORE PIC 9(03).
           05 FILLER PIC X(20).

      * Keyed achievements master: one record per milestone a player
      * reaches, written the first time it is earned and never again
      * - a rerun of the posting finds the key already there.
      * WS-ACH-CODE names the milestone: FYAC first yacht (either
      * rule set), T300 first 300-point card, GAME a hundredth career
      * game (WS-ACH-QUAL carries the count), UPRB a new league
      * season-best upper section with the bonus earned (WS-ACH-QUAL
      * carries the date, so one per player per night).
       FD  ACHIEVEMENTS.
       01 WS-ACH-RECORD.
           05 WS-ACH-KEY.
               10 WS-ACH-PLAYER-ID PIC X(10).
               10 WS-ACH-CODE PIC X(04).
               10 WS-ACH-QUAL PIC X(08).
           05 WS-ACH-DATE PIC 9(08).
           05 WS-ACH-GAME-NO PIC 9(02).
           05 WS-ACH-VALUE PIC 9(05).
           05 WS-ACH-TEXT PIC X(40).
           05 FILLER PIC X(23).

      * Season history exactly as SEASNEND writes it, read-only here:
      * prior seasons feed the career averages the handicap index
      * per player and category, accumulated once per finished game
      * the way the player master is, so category form outlives the
      * run's scorecard table. Category numbers follow
      * RESOLVE-CATEGORY-INDEX (1 ones .. 12 yacht, 13 three of a
      * kind); a Yahtzee-rules card posts twenty above (21 .. 33) so
      * the two games' statistics never pool.
       FD  CATEGORY-STATS.
       01 WS-CAT-RECORD.
           05 WS-CAT-KEY.
      * so an interrupted game completes from the next night's
      * transactions instead of posting short or being re-keyed.
      * The fields mirror one WS-SCORECARD entry, flags included.
      * The thirteenth flag byte, three of a kind, the yahtzee bonus
      * and the rule set are carved from FILLER; a record saved
      * before they existed carries spaces there and reloads as a
      * classic card. The grand total outgrew its three digits on a
      * Yahtzee card and moved to four carved from FILLER; its old
      * slot is left blank, and a record saved before the move gets
      * its total worked out again from the categories on reload.
       FD  OPEN-GAMES.
       01 WS-OPN-RECORD.
           05 WS-OPN-KEY.
           05 WS-OPN-BIG-STRAIGHT PIC 99.
           05 WS-OPN-CHOICE PIC 99.
           05 WS-OPN-YACHT PIC 99.
           05 FILLER PIC X(03).
           05 WS-OPN-FLAGS PIC X(13).
           05 WS-OPN-THREE-KIND PIC 99.
           05 WS-OPN-YZ-BONUS PIC 9(04).
           05 WS-OPN-RULE-SET PIC X(01).
           05 WS-OPN-GRAND-TOTAL PIC 9(04).
           05 FILLER PIC X(11).

      * Keyed daily scorecard work file - the scorecard "table"
      * since the 50-entry working-storage table went. One record
      * whatever the disk holds. A fresh run truncates it; a
      * restart picks it up exactly where the abend left it. The
      * handicap index and adjusted total stamp on after posting so
      * the standings pass can carry them. The flags run to thirteen
      * for the Yahtzee three of a kind. A flag is 'Y' once its
      * category posts, or 'B' when that posting also earned the
      * Yahtzee bonus, so a correction that reverses the posting
      * takes the bonus back with it. WS-CRD-RULE-SET is 'Y' on a
      * Yahtzee card and 'C' on a classic one.
       FD  SCORECARD-WORK.
       01 WS-CRD-RECORD.
           05 WS-CRD-KEY.
           05 WS-CRD-BIG-STRAIGHT PIC 99.
           05 WS-CRD-CHOICE PIC 99.
           05 WS-CRD-YACHT PIC 99.
           05 WS-CRD-GRAND-TOTAL PIC 9(04).
           05 WS-CRD-FLAGS PIC X(13).
           05 WS-CRD-HCP PIC 9(03).
           05 WS-CRD-ADJ-TOTAL PIC 9(04).
           05 WS-CRD-THREE-KIND PIC 99.
           05 WS-CRD-YZ-BONUS PIC 9(04).
           05 WS-CRD-RULE-SET PIC X(01).
               88 WS-CRD-YAHTZEE-RULES VALUE 'Y'.
           05 FILLER PIC X(07).

      * Tonight's turn-detail records, parked as they are read until
      * the run knows what each category finally posted for. Same
      * image as the 'T' record on YACHTIN.
       FD  TURN-WORK.
       01 WS-TWK-RECORD.
           05 WS-TWK-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-TWK-DICE PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TWK-CATEGORY PIC X(15).
           05 WS-TWK-TXN-TYPE PIC X(01).
           05 WS-TWK-ROLL-1 PIC X(05).
           05 WS-TWK-HOLD-1 PIC X(05).
           05 WS-TWK-ROLL-2 PIC X(05).
           05 WS-TWK-GAME-NO PIC 9(02).
           05 WS-TWK-SITE PIC X(03).
           05 WS-TWK-HOLD-2 PIC X(05).
           05 WS-TWK-ROLLS PIC 9(01).
           05 FILLER PIC X(21).

      * Turn history, appended to night after night: one record per
      * turn with every roll and hold, the final dice, and the score
      * the category actually posted at (status 'P'). A turn whose
      * scoring record never posted - rejected, or held at the edit -
      * is kept with status 'U' and a zero score, so a protest can
      * still see what was keyed. TURNQUAL reads this file.
       FD  TURN-HISTORY.
       01 WS-TRN-RECORD.
           05 WS-TRN-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-TRN-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-TRN-GAME-NO PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-TRN-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-TRN-RULE-SET PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLLS PIC 9(01).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLL-1 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-HOLD-1 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-ROLL-2 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-HOLD-2 PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-FINAL-DICE PIC X(05).
           05 FILLER PIC X(01).
           05 WS-TRN-SCORE PIC 9(03).
           05 FILLER PIC X(01).
           05 WS-TRN-STATUS PIC X(01).
           05 FILLER PIC X(01).
           05 WS-TRN-SITE PIC X(03).
           05 FILLER PIC X(18).

      * Keying history, appended to night after night alongside the
      * YACHTEDT edit's own records: 'P' a score posted (a fresh one
      * or a correction's replacement), 'C' a posted score reversed
      * by a correction, under the category it reversed, and 'R' a
      * record rejected here. Each carries the site and keyer of the
      * record that caused it; KEYRPT reads this file.
       FD  KEYING-HISTORY.
       01 WS-KLG-RECORD.
           05 WS-KLG-DATE PIC 9(08).
           05 FILLER PIC X(01).
           05 WS-KLG-EVENT PIC X(01).
           05 FILLER PIC X(01).
           05 WS-KLG-SITE PIC X(03).
           05 FILLER PIC X(01).
           05 WS-KLG-KEYER-ID PIC X(08).
           05 FILLER PIC X(01).
           05 WS-KLG-PLAYER-ID PIC X(10).
           05 FILLER PIC X(01).
           05 WS-KLG-GAME-NO PIC 9(02).
           05 FILLER PIC X(01).
           05 WS-KLG-CATEGORY PIC X(15).
           05 FILLER PIC X(01).
           05 WS-KLG-SOURCE PIC X(08).
           05 FILLER PIC X(01).
           05 WS-KLG-RUN-ID PIC X(14).
           05 FILLER PIC X(03).

      * The standings sort: finished cards ranked on grand total,
      * then upper section with bonus, then yacht - the same order
      * the old in-table selection sort kept.
       SD  SORT-WORK.
       01 WS-SORT-RECORD.
           05 WS-SORT-GRAND PIC 9(04).
           05 WS-SORT-UPPER PIC 9(03).
           05 WS-SORT-YACHT PIC 9(02).
           05 WS-SORT-CARD PIC X(80).
       COPY EXCPFD.
       COPY OPSCFD.
       COPY AUDTFD.
       COPY JRNLFD.

       WORKING-STORAGE SECTION.
       01 WS-RESULT PIC 99 VALUE 0.
       01 WS-PLAYER-ID PIC X(10).
       01 WS-GAME-NO PIC 9(02).
       01 WS-SITE PIC X(03).
       01 WS-KEYER-ID PIC X(08).
       01 WS-DICE PIC 9(5).
       01 WS-DICE-PARSED.
           03 DICE-COUNTS PIC 9 VALUE 0 OCCURS 6 TIMES.
       01 WS-FH-LG PIC 9 VALUE 0.
       01 WS-YACHT-FLAG PIC 9 VALUE 0.
       01 WS-FOUR-KIND-FLAG PIC 9 VALUE 0.
       01 WS-YACHT-FACE PIC 9 VALUE 0.
       01 WS-TEMP-SUM PIC 99 VALUE 0.
       01 WS-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-EOF VALUE 'Y'.
               10 WS-SITE-READ-COUNT PIC 9(05).
               10 WS-SITE-SCORED-COUNT PIC 9(05).
               10 WS-SITE-REJECTED-COUNT PIC 9(05).
               10 WS-SITE-TURN-COUNT PIC 9(05).

      * Control totals for the end-of-day reconciliation.
       01 WS-READ-COUNT PIC 9(05) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(05) VALUE 0.
       01 WS-CATEGORY-INDEX PIC 99 VALUE 0.
       01 WS-REJ-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KLG-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-KLG-EVENT-PARM PIC X(01).
       01 WS-KLG-CATEGORY-PARM PIC X(15).
       01 WS-RCY-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-RECYCLE-PHASE-SW PIC X(01) VALUE 'N'.
           88 WS-RECYCLE-PHASE VALUE 'Y'.
           88 WS-PLYR-FOUND VALUE 'Y'.
       01 WS-RECON-BALANCED-SW PIC X(01) VALUE 'N'.
           88 WS-RECON-BALANCED VALUE 'Y'.

      * Achievement detection. The parameters are set before PERFORM
      * RECORD-ACHIEVEMENT, the way LOG-EXCEPTION takes its
      * arguments through working-storage; the player and game come
      * off the work-file card being posted.
       01 WS-ACH-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-ACH-CODE-PARM PIC X(04).
       01 WS-ACH-QUAL-PARM PIC X(08).
       01 WS-ACH-QUAL-NUM PIC 9(08).
       01 WS-ACH-VALUE-PARM PIC 9(05).
       01 WS-ACH-TEXT-PARM PIC X(40).
       01 WS-ACH-COUNT-ED PIC ZZZZ9.
       01 WS-ACH-EARNED-COUNT PIC 9(05) VALUE 0.
       01 WS-ACH-SCAN-END-SW PIC X(01) VALUE 'N'.
           88 WS-ACH-SCAN-END VALUE 'Y'.
       01 WS-GAME-MILESTONE PIC 9(03) VALUE 100.
       01 WS-CARD-UPPER PIC 9(03) VALUE 0.
       01 WS-SEASON-BEST-UPPER PIC 9(03) VALUE 0.
       01 WS-PLYR-SCAN-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-PLYR-SCAN-EOF VALUE 'Y'.
       01 WS-FIRST-YACHT-SW PIC X(01) VALUE 'N'.
           88 WS-FIRST-YACHT VALUE 'Y'.
       01 WS-STD-WRITTEN-COUNT PIC 9(07) VALUE 0.

      * Career accumulation off YACHTHST, one entry per player who

      * Statement formatting work fields.
       01 WS-STM-LABEL PIC X(16).
       01 WS-STM-VALUE PIC ZZZ9.
       01 WS-ROSTER-NAME PIC X(20) VALUE SPACES.

      * Roster enforcement switches. WS-ROSTER-ENFORCE-SW comes up 'Y'
       01 WS-CORR-VALID-SW PIC X(01).
           88 WS-CORR-VALID VALUE 'Y'.
       01 WS-CORR-ORIG-INDEX PIC 99 VALUE 0.
       01 WS-CASE-NO PIC X(06).

      * Dispute case closing. WS-DISPUTE-OPEN-SW comes up 'Y' only
      * when the DISPMSTR case master actually opened.
       01 WS-DISP-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-DISPUTE-OPEN-SW PIC X(01) VALUE 'N'.
           88 WS-DISPUTE-OPEN VALUE 'Y'.
       01 WS-DISP-WARNING PIC X(40).
       01 WS-CASES-CLOSED-COUNT PIC 9(05) VALUE 0.
       01 WS-REVERSED-SCORE PIC 999 VALUE 0.

      * Turn-detail working fields. WS-TURN-COUNT is the 'T' records
      * read tonight - a third leg of the reconciliation beside
      * scored and rejected, since a turn detail neither scores nor
      * rejects. The posted/unposted counts come off the history
      * pass at end of run.
       01 WS-TURN-COUNT PIC 9(05) VALUE 0.
       01 WS-TURN-POSTED-COUNT PIC 9(05) VALUE 0.
       01 WS-TURN-UNPOSTED-COUNT PIC 9(05) VALUE 0.
       01 WS-TWK-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TRN-FILE-STATUS PIC X(02) VALUE "00".
       01 WS-TWK-EOF-SW PIC X(01) VALUE 'N'.
           88 WS-TWK-EOF VALUE 'Y'.

      * Checkpoint/restart working fields. WS-CKPT-INTERVAL is how
      * often (in records) the checkpoint file is re-written - every
      * record, now that the checkpoint is just the control totals
       01 WS-CRD-FOUND-SW PIC X(01) VALUE 'N'.
           88 WS-CRD-FOUND VALUE 'Y'.

      * Classic upper-section bonus threshold and award; the
      * Yahtzee rule set uses the same pair.
       01 WS-UPPER-BONUS-THRESHOLD PIC 999 VALUE 63.
       01 WS-UPPER-BONUS-AWARD PIC 999 VALUE 35.

      * Rule-set working fields. WS-RULE-SET is the rule set the
      * card under the pen scores by - off the roster for a new
      * card, off the card itself once it is open. A classic card
      * finishes at twelve categories, a Yahtzee card at thirteen.
      * The run switches settle a Yahtzee small or large straight
      * off the dice counts, so the dice need not be keyed in
      * order; the joker and bonus switches carry the extra-yahtzee
      * rules from GET-SCORE through to POST-CATEGORY-SCORE.
       01 WS-RULE-SET PIC X(01) VALUE 'C'.
           88 WS-YAHTZEE-RULES VALUE 'Y'.
       01 WS-CARD-CATEGORIES PIC 99 VALUE 12.
       01 WS-CAT-STAT-OFFSET PIC 99 VALUE 0.
       01 WS-SMALL-RUN-SW PIC X(01) VALUE 'N'.
           88 WS-SMALL-RUN VALUE 'Y'.
       01 WS-LARGE-RUN-SW PIC X(01) VALUE 'N'.
           88 WS-LARGE-RUN VALUE 'Y'.
       01 WS-JOKER-SW PIC X(01) VALUE 'N'.
           88 WS-JOKER VALUE 'Y'.
       01 WS-YZ-BONUS-DUE-SW PIC X(01) VALUE 'N'.
           88 WS-YZ-BONUS-DUE VALUE 'Y'.
       01 WS-RUN-START PIC 9(01) VALUE 0.
       01 WS-RUN-LENGTH PIC 9(01) VALUE 0.
       01 WS-RUN-BEST PIC 9(01) VALUE 0.
       01 WS-YZ-FULL-HOUSE-VALUE PIC 99 VALUE 35.
       01 WS-YZ-SMALL-STRAIGHT-VALUE PIC 99 VALUE 30.
       01 WS-YZ-LARGE-STRAIGHT-VALUE PIC 99 VALUE 40.
       01 WS-YZ-YAHTZEE-VALUE PIC 99 VALUE 50.
       01 WS-YZ-BONUS-AWARD PIC 9(03) VALUE 100.

      * Head-to-head tie-break working fields: when the ranked pass
      * finds two adjacent cards fully tied and today's fixture
      * file pairs the players, the better best-of-day total (read
       01 WS-H2H-PLAYER-Y PIC X(10).
       01 WS-H2H-PAIRED-SW PIC X(01).
           88 WS-H2H-PAIRED VALUE 'Y'.
       01 WS-BEST-OF-DAY-X PIC 9(04).
       01 WS-BEST-OF-DAY-Y PIC 9(04).
       01 WS-BOD-PLAYER PIC X(10).
       01 WS-BOD-TOTAL PIC 9(04).

      * Today's fixture pairings, loaded once before ranking when
      * the file is present at all.
       01 WS-PEND-HELD-SW PIC X(01) VALUE 'N'.
           88 WS-PEND-HELD VALUE 'Y'.
       01 WS-PEND-IMAGE PIC X(80).
       01 WS-PEND-GRAND PIC 9(04).
       01 WS-PEND-UPPER PIC 9(03).
       01 WS-PEND-YACHT PIC 9(02).
       01 WS-PEND-PLAYER PIC X(10).
       01 WS-PEND-SHARES-SW PIC X(01).
       01 WS-CURR-IMAGE PIC X(80).
       01 WS-CURR-GRAND PIC 9(04).
       01 WS-CURR-UPPER PIC 9(03).
       01 WS-CURR-YACHT PIC 9(02).
       01 WS-CURR-PLAYER PIC X(10).
       01 WS-CURR-SHARES-SW PIC X(01).
       01 WS-HOLD-IMAGE PIC X(80).
       01 WS-HOLD-GRAND PIC 9(04).
       01 WS-HOLD-UPPER PIC 9(03).
       01 WS-HOLD-YACHT PIC 9(02).
       01 WS-HOLD-PLAYER PIC X(10).
           05 WS-CW-BIG-STRAIGHT PIC 99.
           05 WS-CW-CHOICE PIC 99.
           05 WS-CW-YACHT PIC 99.
           05 WS-CW-GRAND-TOTAL PIC 9(04).
           05 WS-CW-FLAGS PIC X(13).
           05 WS-CW-HCP PIC 9(03).
           05 WS-CW-ADJ-TOTAL PIC 9(04).
           05 WS-CW-THREE-KIND PIC 99.
           05 WS-CW-YZ-BONUS PIC 9(04).
           05 WS-CW-RULE-SET PIC X(01).
               88 WS-CW-YAHTZEE-RULES VALUE 'Y'.
           05 FILLER PIC X(07).

       COPY BDATWS.
       COPY RUNCTL.
       COPY EXCPWS.
       COPY OPSCWS.
       COPY AUDTWS.
       COPY JRNLWS.
       COPY AUTHCWS.

       PROCEDURE DIVISION.
           PERFORM OPEN-RECYCLE-FILE.
           OPEN INPUT YACHT-IN.
           PERFORM OPEN-YACHT-REJ.
           PERFORM OPEN-KEYING-HISTORY.
           OPEN OUTPUT YACHT-COR.
           OPEN I-O YACHT-PLYR.
           IF WS-PLYR-FILE-STATUS NOT = "00" THEN
               CLOSE CATEGORY-STATS
               OPEN I-O CATEGORY-STATS
           END-IF.
           OPEN I-O ACHIEVEMENTS.
           IF WS-ACH-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT ACHIEVEMENTS
               CLOSE ACHIEVEMENTS
               OPEN I-O ACHIEVEMENTS
           END-IF.
           PERFORM OPEN-WORK-FILE.
           PERFORM OPEN-TURN-WORK.
           PERFORM OPEN-ROSTER-MASTER.
           PERFORM OPEN-DISPUTE-MASTER.
           PERFORM LOAD-SEASON-HISTORY.
           PERFORM OPEN-EXCEPTION-LOG.
           PERFORM OPEN-OPS-COUNT-LOG.
           MOVE 'YACHT' TO WS-JRNL-PROGRAM-PARM.
           PERFORM OPEN-MASTER-JOURNAL.
           IF NOT WS-RESTART-RUN THEN
               PERFORM LOAD-OPEN-GAMES
               PERFORM CHECK-FOR-PARM-OVERRIDE
           PERFORM PROCESS-SCORECARD UNTIL WS-EOF.
           CLOSE YACHT-IN.
           CLOSE YACHT-REJ.
           CLOSE KEYING-HISTORY.
           CLOSE YACHT-COR.
           CLOSE TURN-WORK.
           IF WS-DISPUTE-OPEN THEN
               CLOSE DISPUTE-MASTER
               DISPLAY "DISPUTE CASES CLOSED BY CORRECTION: "
                   WS-CASES-CLOSED-COUNT
           END-IF.
           PERFORM CLOSE-EXCEPTION-LOG.
           MOVE 'YACHT' TO WS-OPSC-SOURCE-PARM.
           MOVE 'SCORECARDS SCORED' TO WS-OPSC-LABEL-PARM.
           MOVE WS-SCORED-COUNT TO WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
           IF WS-SITE-COUNT > 0 THEN
               PERFORM LOG-SITE-SCORED-COUNT
                   VARYING WS-SITE-SCAN FROM 1 BY 1
                   UNTIL WS-SITE-SCAN > WS-SITE-COUNT
           END-IF.
           PERFORM CLOSE-OPS-COUNT-LOG.
           PERFORM CHECK-RECONCILIATION-BALANCE.
      * Unfinished cards sift off the work file to the open-games
      * tonight's games are inside tonight's handicap index, and
      * the adjusted ranks on the standings reflect the index
      * everyone will see on the season report tomorrow. The
      * statements write inside the ranked standings pass. Turn
      * history posts ahead of the sift, while every card touched
      * tonight - finished or not - is still on the work file.
           IF WS-RECON-BALANCED THEN
               PERFORM POST-TURN-HISTORY
               PERFORM SIFT-OPEN-GAMES
               PERFORM POST-PLAYER-MASTER
               PERFORM POST-CATEGORY-STATS
           END-IF.
           PERFORM WRITE-RECONCILIATION.
           CLOSE YACHT-PLYR.
           PERFORM CLOSE-MASTER-JOURNAL.
           CLOSE CATEGORY-STATS.
           CLOSE ACHIEVEMENTS.
           DISPLAY "ACHIEVEMENTS EARNED: " WS-ACH-EARNED-COUNT.
           CLOSE SCORECARD-WORK.
           IF WS-ROSTER-ENFORCE THEN
               CLOSE ROSTER-MASTER
           END-IF.
       OPEN-ROSTER-MASTER-EXIT.

      * Same shape as the roster: a run without the case master posts
      * corrections exactly as before and leaves their cases for the
      * desk to close.
       OPEN-DISPUTE-MASTER.
           OPEN I-O DISPUTE-MASTER.
           IF WS-DISP-FILE-STATUS = "00" THEN
               MOVE 'Y' TO WS-DISPUTE-OPEN-SW
           ELSE
               MOVE 'N' TO WS-DISPUTE-OPEN-SW
               DISPLAY "WARNING: DISPUTE MASTER NOT AVAILABLE (STATUS "
                   WS-DISP-FILE-STATUS ") - CASES NOT CLOSED"
           END-IF.
       OPEN-DISPUTE-MASTER-EXIT.

       CHECK-ROSTER-STATUS.
           MOVE 'N' TO WS-ROSTER-ACTIVE-SW.
           MOVE WS-PLAYER-ID TO WS-ROST-PLAYER-ID.
                   IF WS-ROST-STATUS = 'A' THEN
                       MOVE 'Y' TO WS-ROSTER-ACTIVE-SW
                   END-IF
                   IF WS-ROST-RULE-SET = 'Y' THEN
                       MOVE 'Y' TO WS-RULE-SET
                   END-IF
           END-READ.
       CHECK-ROSTER-STATUS-EXIT.

           MOVE 'PLAYER-ID NOT ON ACTIVE ROSTER' TO
               WS-YACHT-REJ-REASON.
           MOVE WS-RUN-DATE TO WS-YACHT-REJ-DATE.
           MOVE WS-SITE TO WS-YACHT-REJ-SITE.
           MOVE WS-KEYER-ID TO WS-YACHT-REJ-KEYER-ID.
           WRITE WS-YACHT-REJ-RECORD.
           MOVE 'YACHT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PLAYER-ID TO WS-EXCP-KEY-PARM.
           END-IF.
       OPEN-YACHT-REJ-EXIT.

      * The keying history appends the same way, and for the same
      * reason: a restart must not lose what the partial run logged.
       OPEN-KEYING-HISTORY.
           OPEN EXTEND KEYING-HISTORY.
           IF WS-KLG-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT KEYING-HISTORY
           END-IF.
       OPEN-KEYING-HISTORY-EXIT.

      * One keying-history record for the record in hand. The
      * caller sets the event and the category it concerns.
       LOG-KEYING-EVENT.
           INITIALIZE WS-KLG-RECORD WITH FILLER.
           MOVE WS-RUN-DATE TO WS-KLG-DATE.
           MOVE WS-KLG-EVENT-PARM TO WS-KLG-EVENT.
           MOVE WS-SITE TO WS-KLG-SITE.
           MOVE WS-KEYER-ID TO WS-KLG-KEYER-ID.
           MOVE WS-PLAYER-ID TO WS-KLG-PLAYER-ID.
           MOVE WS-GAME-NO TO WS-KLG-GAME-NO.
           MOVE WS-KLG-CATEGORY-PARM TO WS-KLG-CATEGORY.
           MOVE 'YACHT' TO WS-KLG-SOURCE.
           MOVE WS-RUN-ID TO WS-KLG-RUN-ID.
           WRITE WS-KLG-RECORD.
       LOG-KEYING-EVENT-EXIT.

      * Reads the checkpoint file, if one exists from a prior run
      * that didn't reach completion, and restores the control
      * totals it last saved; the card state is already on the work
                   ELSE
                       MOVE 0 TO WS-SITE-COUNT
                   END-IF
                   IF WS-CKPT-TURN-COUNT NUMERIC THEN
                       MOVE WS-CKPT-TURN-COUNT TO WS-TURN-COUNT
                   ELSE
                       MOVE 0 TO WS-TURN-COUNT
                   END-IF
                   DISPLAY "RESTARTING AFTER CHECKPOINT AT RECORD "
                       WS-CKPT-READ-COUNT
                   IF WS-SITE-COUNT > 0 THEN
                       WS-SITE-SCORED-COUNT(WS-SITE-SCAN)
                   MOVE WS-CKPT-SITE-REJECTED TO
                       WS-SITE-REJECTED-COUNT(WS-SITE-SCAN)
                   IF WS-CKPT-SITE-TURNS NUMERIC THEN
                       MOVE WS-CKPT-SITE-TURNS TO
                           WS-SITE-TURN-COUNT(WS-SITE-SCAN)
                   ELSE
                       MOVE 0 TO WS-SITE-TURN-COUNT(WS-SITE-SCAN)
                   END-IF
           END-READ.
       LOAD-CHECKPOINT-SITE-EXIT.

           MOVE WS-OPN-BIG-STRAIGHT TO WS-CRD-BIG-STRAIGHT.
           MOVE WS-OPN-CHOICE TO WS-CRD-CHOICE.
           MOVE WS-OPN-YACHT TO WS-CRD-YACHT.
           MOVE WS-OPN-FLAGS TO WS-CRD-FLAGS.
           MOVE 0 TO WS-CRD-HCP.
           MOVE 0 TO WS-CRD-ADJ-TOTAL.
           IF WS-OPN-THREE-KIND NUMERIC THEN
               MOVE WS-OPN-THREE-KIND TO WS-CRD-THREE-KIND
           ELSE
               MOVE 0 TO WS-CRD-THREE-KIND
           END-IF.
           IF WS-OPN-YZ-BONUS NUMERIC THEN
               MOVE WS-OPN-YZ-BONUS TO WS-CRD-YZ-BONUS
           ELSE
               MOVE 0 TO WS-CRD-YZ-BONUS
           END-IF.
           IF WS-OPN-RULE-SET = 'Y' THEN
               MOVE 'Y' TO WS-CRD-RULE-SET
           ELSE
               MOVE 'C' TO WS-CRD-RULE-SET
           END-IF.
           IF WS-OPN-GRAND-TOTAL NUMERIC THEN
               MOVE WS-OPN-GRAND-TOTAL TO WS-CRD-GRAND-TOTAL
           ELSE
               PERFORM RECOMPUTE-SCORECARD-TOTALS
           END-IF.
       MOVE-OPEN-TO-CARD-EXIT.

      * The work file opens fresh (truncated) on a normal run; a
           END-IF.
       OPEN-WORK-FILE-EXIT.

      * The turn-detail work file follows the scorecard work file: a
      * fresh run starts it empty, a restart appends to what the
      * abended run already parked, the same way YACHT-REJ keeps
      * its rejects across a restart.
       OPEN-TURN-WORK.
           IF WS-RESTART-RUN THEN
               OPEN EXTEND TURN-WORK
               IF WS-TWK-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT TURN-WORK
               END-IF
           ELSE
               OPEN OUTPUT TURN-WORK
           END-IF.
       OPEN-TURN-WORK-EXIT.

      * Positions a sequential scan at the top of the work file;
      * every whole-file pass starts here.
       START-WORK-SCAN.
           END-IF.
       SIFT-OPEN-GAMES-EXIT.

      * Every turn detail parked tonight goes to the turn history
      * with the score its category stands at on the card, now that
      * corrections and late scoring records have all landed. A
      * turn whose category never posted - its scoring record was
      * rejected, or never arrived - goes across unposted.
       POST-TURN-HISTORY.
           MOVE 0 TO WS-TURN-POSTED-COUNT.
           MOVE 0 TO WS-TURN-UNPOSTED-COUNT.
           OPEN INPUT TURN-WORK.
           IF WS-TWK-FILE-STATUS = "00" THEN
               OPEN EXTEND TURN-HISTORY
               IF WS-TRN-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT TURN-HISTORY
               END-IF
               MOVE 'N' TO WS-TWK-EOF-SW
               PERFORM POST-ONE-TURN UNTIL WS-TWK-EOF
               CLOSE TURN-HISTORY
               CLOSE TURN-WORK
           END-IF.
           IF WS-TURN-UNPOSTED-COUNT > 0 THEN
               DISPLAY "TURN DETAILS WITH NO POSTED CATEGORY: "
                   WS-TURN-UNPOSTED-COUNT
           END-IF.
       POST-TURN-HISTORY-EXIT.

       POST-ONE-TURN.
           READ TURN-WORK
               AT END
                   MOVE 'Y' TO WS-TWK-EOF-SW
               NOT AT END
                   PERFORM WRITE-TURN-HISTORY
           END-READ.
       POST-ONE-TURN-EXIT.

       WRITE-TURN-HISTORY.
           INITIALIZE WS-TRN-RECORD WITH FILLER.
           MOVE WS-RUN-DATE TO WS-TRN-DATE.
           MOVE WS-TWK-PLAYER-ID TO WS-TRN-PLAYER-ID.
           MOVE WS-TWK-GAME-NO TO WS-TRN-GAME-NO.
           MOVE WS-TWK-CATEGORY TO WS-TRN-CATEGORY.
           MOVE WS-TWK-ROLLS TO WS-TRN-ROLLS.
           MOVE WS-TWK-ROLL-1 TO WS-TRN-ROLL-1.
           MOVE WS-TWK-HOLD-1 TO WS-TRN-HOLD-1.
           MOVE WS-TWK-ROLL-2 TO WS-TRN-ROLL-2.
           MOVE WS-TWK-HOLD-2 TO WS-TRN-HOLD-2.
           MOVE WS-TWK-DICE TO WS-TRN-FINAL-DICE.
           MOVE WS-TWK-SITE TO WS-TRN-SITE.
           MOVE 'C' TO WS-TRN-RULE-SET.
           MOVE 0 TO WS-TRN-SCORE.
           MOVE 'U' TO WS-TRN-STATUS.
           MOVE WS-TWK-PLAYER-ID TO WS-CRD-PLAYER-ID.
           MOVE WS-TWK-GAME-NO TO WS-CRD-GAME-NO.
           READ SCORECARD-WORK
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-CRD-RULE-SET TO WS-TRN-RULE-SET
                   MOVE WS-CRD-RULE-SET TO WS-RULE-SET
                   MOVE WS-TWK-CATEGORY TO WS-CATEGORY
                   PERFORM RESOLVE-CATEGORY-INDEX
                   IF WS-CATEGORY-INDEX > 0 THEN
                       IF WS-CRD-FLAGS(WS-CATEGORY-INDEX:1) = 'Y' OR
                           'B' THEN
                           MOVE WS-CATEGORY-INDEX TO WS-CAT-POST-IDX
                           PERFORM GET-CATEGORY-VALUE
                           MOVE WS-CAT-VALUE TO WS-TRN-SCORE
                           MOVE 'P' TO WS-TRN-STATUS
                       END-IF
                   END-IF
           END-READ.
           IF WS-TRN-STATUS = 'P' THEN
               ADD 1 TO WS-TURN-POSTED-COUNT
           ELSE
               ADD 1 TO WS-TURN-UNPOSTED-COUNT
           END-IF.
           WRITE WS-TRN-RECORD.
       WRITE-TURN-HISTORY-EXIT.

       SIFT-ONE-CARD.
           READ SCORECARD-WORK NEXT RECORD
               AT END
                   MOVE 0 TO WS-POSTED-COUNT
                   MOVE 1 TO WS-OPN-FLAG-INDEX
                   PERFORM COUNT-ONE-POSTED-FLAG
                       UNTIL WS-OPN-FLAG-INDEX > 13
                   PERFORM SET-CARD-CATEGORIES
                   IF WS-POSTED-COUNT < WS-CARD-CATEGORIES THEN
                       PERFORM WRITE-ONE-OPEN-GAME
                       ADD 1 TO WS-OPEN-SAVED-COUNT
                       DELETE SCORECARD-WORK
           END-READ.
       SIFT-ONE-CARD-EXIT.

      * A classic card is finished at twelve posted categories, a
      * Yahtzee card at thirteen.
       SET-CARD-CATEGORIES.
           IF WS-CRD-YAHTZEE-RULES THEN
               MOVE 13 TO WS-CARD-CATEGORIES
           ELSE
               MOVE 12 TO WS-CARD-CATEGORIES
           END-IF.
       SET-CARD-CATEGORIES-EXIT.

       COUNT-ONE-POSTED-FLAG.
           IF WS-CRD-FLAGS(WS-OPN-FLAG-INDEX:1) = 'Y' OR 'B' THEN
               ADD 1 TO WS-POSTED-COUNT
           END-IF.
           ADD 1 TO WS-OPN-FLAG-INDEX.
           MOVE WS-CRD-YACHT TO WS-OPN-YACHT.
           MOVE WS-CRD-GRAND-TOTAL TO WS-OPN-GRAND-TOTAL.
           MOVE WS-CRD-FLAGS TO WS-OPN-FLAGS.
           MOVE WS-CRD-THREE-KIND TO WS-OPN-THREE-KIND.
           MOVE WS-CRD-YZ-BONUS TO WS-OPN-YZ-BONUS.
           MOVE WS-CRD-RULE-SET TO WS-OPN-RULE-SET.
           WRITE WS-OPN-RECORD
               INVALID KEY
                   DISPLAY "OPEN-GAMES WRITE FAILED FOR "
           MOVE WS-SCORECARD-COUNT TO WS-CKPT-SCORECARD-COUNT.
           MOVE WS-CORRECTED-COUNT TO WS-CKPT-CORRECTED-COUNT.
           MOVE WS-SITE-COUNT TO WS-CKPT-SITE-COUNT.
           MOVE WS-TURN-COUNT TO WS-CKPT-TURN-COUNT.
           WRITE WS-CKPT-HDR-RECORD.
           IF WS-SITE-COUNT > 0 THEN
               PERFORM WRITE-CHECKPOINT-SITE
               WS-CKPT-SITE-SCORED.
           MOVE WS-SITE-REJECTED-COUNT(WS-SITE-SCAN) TO
               WS-CKPT-SITE-REJECTED.
           MOVE WS-SITE-TURN-COUNT(WS-SITE-SCAN) TO
               WS-CKPT-SITE-TURNS.
           WRITE WS-CKPT-SITE-RECORD.
       WRITE-CHECKPOINT-SITE-EXIT.

       CLEAR-CHECKPOINT-EXIT.

      * Sets WS-RECON-BALANCED-SW so the standings report can be held
      * back in MAIN when reads don't tie to scored plus rejected
      * (plus the turn-detail records, which do neither),
      * instead of posting a leaderboard built on a dropped record.
      * A duplicate-category record still adds to WS-SCORED-COUNT
      * without posting a value, so any duplicate also forces the
      * clean when a score was silently clobbered.
       CHECK-RECONCILIATION-BALANCE.
           IF WS-READ-COUNT = WS-SCORED-COUNT + WS-REJECTED-COUNT
               + WS-TURN-COUNT
               AND WS-DUPLICATE-COUNT = 0 THEN
               MOVE 'Y' TO WS-RECON-BALANCED-SW
           ELSE
           MOVE "CORRECTIONS APPLIED" TO WS-RECON-LABEL.
           MOVE WS-CORRECTED-COUNT TO WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
           MOVE "TURN DETAILS READ" TO WS-RECON-LABEL.
           MOVE WS-TURN-COUNT TO WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
           MOVE "TURNS POSTED" TO WS-RECON-LABEL.
           MOVE WS-TURN-POSTED-COUNT TO WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
           MOVE "TURNS NOT POSTED" TO WS-RECON-LABEL.
           MOVE WS-TURN-UNPOSTED-COUNT TO WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
           IF WS-SITE-COUNT > 0 THEN
               PERFORM WRITE-SITE-RECONCILIATION
                   VARYING WS-SITE-SCAN FROM 1 BY 1
           MOVE WS-SITE-REJECTED-COUNT(WS-SITE-SCAN) TO
               WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
           INITIALIZE WS-RECON-RECORD WITH FILLER.
           MOVE SPACES TO WS-RECON-LABEL.
           STRING "SITE " WS-SITE-CODE(WS-SITE-SCAN) " TURNS"
               DELIMITED BY SIZE INTO WS-RECON-LABEL.
           MOVE WS-SITE-TURN-COUNT(WS-SITE-SCAN) TO
               WS-RECON-COUNT.
           WRITE WS-RECON-RECORD.
       WRITE-SITE-RECONCILIATION-EXIT.

      * One OPSCNT record per site, beside the night's total - the
      * DAILYOPS report only picks out the total, so the site lines
      * never double into it.
       LOG-SITE-SCORED-COUNT.
           MOVE 'YACHT' TO WS-OPSC-SOURCE-PARM.
           MOVE SPACES TO WS-OPSC-LABEL-PARM.
           STRING "SITE " WS-SITE-CODE(WS-SITE-SCAN) " SCORED"
               DELIMITED BY SIZE INTO WS-OPSC-LABEL-PARM.
           MOVE WS-SITE-SCORED-COUNT(WS-SITE-SCAN) TO
               WS-OPSC-COUNT-PARM.
           PERFORM LOG-OPS-COUNT.
       LOG-SITE-SCORED-COUNT-EXIT.

       LOAD-FIXTURE-PAIRINGS.
           MOVE 'N' TO WS-FIX-EOF-SW.
           OPEN INPUT MATCH-FIXTURES.
                   DELIMITED BY SIZE INTO WS-STM-RECORD
               WRITE WS-STM-RECORD
           END-IF.
           IF WS-CW-YAHTZEE-RULES THEN
               MOVE SPACES TO WS-STM-RECORD
               MOVE "* RULES      YAHTZEE" TO WS-STM-RECORD
               WRITE WS-STM-RECORD
           END-IF.
           MOVE SPACES TO WS-STM-RECORD.
           WRITE WS-STM-RECORD.
           MOVE "ONES" TO WS-STM-LABEL.
           MOVE "UPPER BONUS" TO WS-STM-LABEL.
           MOVE WS-CW-UPPER-BONUS TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           IF WS-CW-YAHTZEE-RULES THEN
               PERFORM WRITE-YAHTZEE-LOWER-SECTION
           ELSE
               PERFORM WRITE-CLASSIC-LOWER-SECTION
           END-IF.
           MOVE SPACES TO WS-STM-RECORD.
           WRITE WS-STM-RECORD.
           MOVE "GRAND TOTAL" TO WS-STM-LABEL.
           MOVE WS-CW-GRAND-TOTAL TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           PERFORM WRITE-CARD-ACHIEVEMENTS.
           MOVE ALL '*' TO WS-STM-RECORD.
           WRITE WS-STM-RECORD.
           MOVE SPACES TO WS-STM-RECORD.
           WRITE WS-STM-RECORD.
       WRITE-ONE-STATEMENT-EXIT.

       WRITE-CLASSIC-LOWER-SECTION.
           MOVE "FULL HOUSE" TO WS-STM-LABEL.
           MOVE WS-CW-FULL-HOUSE TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "YACHT" TO WS-STM-LABEL.
           MOVE WS-CW-YACHT TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-CLASSIC-LOWER-SECTION-EXIT.

      * The Yahtzee card's lower section under its own names, in the
      * order the printed Yahtzee pad runs, bonus last.
       WRITE-YAHTZEE-LOWER-SECTION.
           MOVE "THREE OF A KIND" TO WS-STM-LABEL.
           MOVE WS-CW-THREE-KIND TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "FOUR OF A KIND" TO WS-STM-LABEL.
           MOVE WS-CW-FOUR-KIND TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "FULL HOUSE" TO WS-STM-LABEL.
           MOVE WS-CW-FULL-HOUSE TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "SMALL STRAIGHT" TO WS-STM-LABEL.
           MOVE WS-CW-LIL-STRAIGHT TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "LARGE STRAIGHT" TO WS-STM-LABEL.
           MOVE WS-CW-BIG-STRAIGHT TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "YAHTZEE" TO WS-STM-LABEL.
           MOVE WS-CW-YACHT TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "CHANCE" TO WS-STM-LABEL.
           MOVE WS-CW-CHOICE TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "YAHTZEE BONUS" TO WS-STM-LABEL.
           MOVE WS-CW-YZ-BONUS TO WS-STM-VALUE.
           PERFORM WRITE-STATEMENT-LINE.
       WRITE-YAHTZEE-LOWER-SECTION-EXIT.

       WRITE-STATEMENT-LINE.
           MOVE SPACES TO WS-STM-RECORD.
           MOVE WS-STM-LABEL TO WS-STM-RECORD(3:16).
           MOVE WS-STM-VALUE TO WS-STM-RECORD(19:4).
           WRITE WS-STM-RECORD.
       WRITE-STATEMENT-LINE-EXIT.

      * Whatever this card earned tonight, off the achievements the
      * posting passes just wrote: the player's records on the master
      * dated today for this game.
       WRITE-CARD-ACHIEVEMENTS.
           MOVE 'N' TO WS-ACH-SCAN-END-SW.
           MOVE LOW-VALUES TO WS-ACH-KEY.
           MOVE WS-CW-PLAYER-ID TO WS-ACH-PLAYER-ID.
           START ACHIEVEMENTS KEY >= WS-ACH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-ACH-SCAN-END-SW
           END-START.
           PERFORM WRITE-ONE-CARD-ACHIEVEMENT UNTIL WS-ACH-SCAN-END.
       WRITE-CARD-ACHIEVEMENTS-EXIT.

       WRITE-ONE-CARD-ACHIEVEMENT.
           READ ACHIEVEMENTS NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ACH-SCAN-END-SW
               NOT AT END
                   IF WS-ACH-PLAYER-ID NOT = WS-CW-PLAYER-ID THEN
                       MOVE 'Y' TO WS-ACH-SCAN-END-SW
                   ELSE
                       IF WS-ACH-DATE = WS-RUN-DATE AND
                           WS-ACH-GAME-NO = WS-CW-GAME-NO THEN
                           MOVE SPACES TO WS-STM-RECORD
                           STRING "  ACHIEVEMENT     " WS-ACH-TEXT
                               DELIMITED BY SIZE INTO WS-STM-RECORD
                           WRITE WS-STM-RECORD
                       END-IF
                   END-IF
           END-READ.
       WRITE-ONE-CARD-ACHIEVEMENT-EXIT.

      * Posts every scorecard finalized in today's run to the keyed
      * season-to-date player master, so a player's standings and
      * history carry forward across every daily game instead of
      * so games-played and the season total accumulate once per
      * finished game without any special handling here.
       POST-PLAYER-MASTER.
           PERFORM FIND-SEASON-BEST-UPPER.
           PERFORM START-WORK-SCAN.
           PERFORM POST-ONE-PLAYER-MASTER UNTIL WS-WORK-EOF.
       POST-PLAYER-MASTER-EXIT.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLYR-FOUND-SW
                   MOVE WS-PLYR-RECORD TO WS-JRNL-BEFORE-PARM
           END-READ.
           COMPUTE WS-CARD-UPPER =
               WS-CRD-UPPER-SUM + WS-CRD-UPPER-BONUS.
           IF WS-PLYR-FOUND THEN
               ADD 1 TO WS-PLYR-GAMES-PLAYED
               ADD WS-CRD-GRAND-TOTAL TO WS-PLYR-SEASON-TOTAL
               IF WS-PLYR-BEST-UPPER NOT NUMERIC OR
                   WS-CARD-UPPER > WS-PLYR-BEST-UPPER THEN
                   MOVE WS-CARD-UPPER TO WS-PLYR-BEST-UPPER
               END-IF
               REWRITE WS-PLYR-RECORD
                   INVALID KEY
                       DISPLAY "YACHT-PLAYER-MASTER REWRITE FAILED "
                           "FOR " WS-PLYR-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-PLAYER-UPDATE
               END-REWRITE
           ELSE
               MOVE 1 TO WS-PLYR-GAMES-PLAYED
               MOVE WS-CRD-GRAND-TOTAL TO WS-PLYR-SEASON-TOTAL
               MOVE 0 TO WS-PLYR-HANDICAP
               MOVE WS-CARD-UPPER TO WS-PLYR-BEST-UPPER
               WRITE WS-PLYR-RECORD
                   INVALID KEY
                       DISPLAY "YACHT-PLAYER-MASTER WRITE FAILED "
                           "FOR " WS-PLYR-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'A' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-PLAYER-UPDATE
               END-WRITE
           END-IF.
           PERFORM DETECT-CARD-ACHIEVEMENTS.
       POST-ONE-CARD-TO-MASTER-EXIT.

      * Every add or change to the player master is journaled with
      * the record as it was read and as it was written, so MSTRFWD
      * can roll tonight's postings forward onto a restored image.
       JOURNAL-PLAYER-UPDATE.
           MOVE 'YACHTPLR' TO WS-JRNL-MASTER-PARM.
           MOVE WS-PLYR-PLAYER-ID TO WS-JRNL-KEY-PARM.
           IF WS-JRNL-ACTION-PARM = 'A' THEN
               MOVE SPACES TO WS-JRNL-BEFORE-PARM
           END-IF.
           MOVE WS-PLYR-RECORD TO WS-JRNL-AFTER-PARM.
           PERFORM LOG-MASTER-CHANGE.
       JOURNAL-PLAYER-UPDATE-EXIT.

      * The league's best upper section so far this season, taken
      * off every player's season best before tonight's cards post.
      * A player master record from before the field existed counts
      * as nothing yet.
       FIND-SEASON-BEST-UPPER.
           MOVE 0 TO WS-SEASON-BEST-UPPER.
           MOVE 'N' TO WS-PLYR-SCAN-EOF-SW.
           MOVE LOW-VALUES TO WS-PLYR-PLAYER-ID.
           START YACHT-PLYR KEY >= WS-PLYR-PLAYER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PLYR-SCAN-EOF-SW
           END-START.
           PERFORM NOTE-ONE-BEST-UPPER UNTIL WS-PLYR-SCAN-EOF.
       FIND-SEASON-BEST-UPPER-EXIT.

       NOTE-ONE-BEST-UPPER.
           READ YACHT-PLYR NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PLYR-SCAN-EOF-SW
               NOT AT END
                   IF WS-PLYR-BEST-UPPER NUMERIC AND
                       WS-PLYR-BEST-UPPER > WS-SEASON-BEST-UPPER THEN
                       MOVE WS-PLYR-BEST-UPPER TO WS-SEASON-BEST-UPPER
                   END-IF
           END-READ.
       NOTE-ONE-BEST-UPPER-EXIT.

      * Milestones off the card and the player master just posted:
      * a first 300-point card, every hundredth career game (the
      * season to date plus every closed season on YACHTHST), and
      * an upper section with the bonus that beats the league's
      * season best so far. The first yacht is caught in the
      * category-statistics pass.
       DETECT-CARD-ACHIEVEMENTS.
           IF WS-CRD-GRAND-TOTAL >= 300 THEN
               MOVE 'T300' TO WS-ACH-CODE-PARM
               MOVE SPACES TO WS-ACH-QUAL-PARM
               MOVE WS-CRD-GRAND-TOTAL TO WS-ACH-VALUE-PARM
               MOVE WS-CRD-GRAND-TOTAL TO WS-ACH-COUNT-ED
               MOVE SPACES TO WS-ACH-TEXT-PARM
               STRING "FIRST 300-POINT CARD ("
                   FUNCTION TRIM(WS-ACH-COUNT-ED) ")"
                   DELIMITED BY SIZE INTO WS-ACH-TEXT-PARM
               PERFORM RECORD-ACHIEVEMENT
           END-IF.
           MOVE WS-PLYR-GAMES-PLAYED TO WS-CAREER-GAMES.
           MOVE WS-CRD-PLAYER-ID TO WS-PLAYER-ID.
           MOVE 0 TO WS-HC-FOUND-IDX.
           IF WS-HC-COUNT > 0 THEN
               PERFORM MATCH-ONE-CAREER-ENTRY
                   VARYING WS-HC-SCAN FROM 1 BY 1
                   UNTIL WS-HC-SCAN > WS-HC-COUNT
           END-IF.
           IF WS-HC-FOUND-IDX > 0 THEN
               ADD WS-HC-GAMES(WS-HC-FOUND-IDX) TO WS-CAREER-GAMES
           END-IF.
           IF FUNCTION MOD(WS-CAREER-GAMES, WS-GAME-MILESTONE) = 0
               THEN
               MOVE 'GAME' TO WS-ACH-CODE-PARM
               MOVE WS-CAREER-GAMES TO WS-ACH-QUAL-NUM
               MOVE WS-ACH-QUAL-NUM TO WS-ACH-QUAL-PARM
               MOVE WS-CAREER-GAMES TO WS-ACH-VALUE-PARM
               MOVE WS-CAREER-GAMES TO WS-ACH-COUNT-ED
               MOVE SPACES TO WS-ACH-TEXT-PARM
               STRING FUNCTION TRIM(WS-ACH-COUNT-ED) "TH CAREER GAME"
                   DELIMITED BY SIZE INTO WS-ACH-TEXT-PARM
               PERFORM RECORD-ACHIEVEMENT
           END-IF.
           IF WS-CRD-UPPER-BONUS > 0 AND
               WS-CARD-UPPER > WS-SEASON-BEST-UPPER THEN
               MOVE 'UPRB' TO WS-ACH-CODE-PARM
               MOVE WS-RUN-DATE TO WS-ACH-QUAL-PARM
               MOVE WS-CARD-UPPER TO WS-ACH-VALUE-PARM
               MOVE WS-CARD-UPPER TO WS-ACH-COUNT-ED
               MOVE SPACES TO WS-ACH-TEXT-PARM
               STRING "SEASON-BEST UPPER SECTION ("
                   FUNCTION TRIM(WS-ACH-COUNT-ED) ")"
                   DELIMITED BY SIZE INTO WS-ACH-TEXT-PARM
               PERFORM RECORD-ACHIEVEMENT
           END-IF.
           IF WS-CARD-UPPER > WS-SEASON-BEST-UPPER THEN
               MOVE WS-CARD-UPPER TO WS-SEASON-BEST-UPPER
           END-IF.
       DETECT-CARD-ACHIEVEMENTS-EXIT.

      * Writes one achievement for the card being posted. A key
      * already on the master is a milestone already earned - or
      * tonight's posting being rerun - and is left as it stands.
       RECORD-ACHIEVEMENT.
           INITIALIZE WS-ACH-RECORD WITH FILLER.
           MOVE WS-CRD-PLAYER-ID TO WS-ACH-PLAYER-ID.
           MOVE WS-ACH-CODE-PARM TO WS-ACH-CODE.
           MOVE WS-ACH-QUAL-PARM TO WS-ACH-QUAL.
           MOVE WS-RUN-DATE TO WS-ACH-DATE.
           MOVE WS-CRD-GAME-NO TO WS-ACH-GAME-NO.
           MOVE WS-ACH-VALUE-PARM TO WS-ACH-VALUE.
           MOVE WS-ACH-TEXT-PARM TO WS-ACH-TEXT.
           WRITE WS-ACH-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ACH-EARNED-COUNT
                   DISPLAY "ACHIEVEMENT " WS-CRD-PLAYER-ID " GAME "
                       WS-CRD-GAME-NO ": " WS-ACH-TEXT-PARM
           END-WRITE.
       RECORD-ACHIEVEMENT-EXIT.

      * One YACHTCAT record per player and category, accumulated
      * alongside the player master: times the category was scored,
      * its season total, and the best single score. Only posted
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   IF WS-CRD-YAHTZEE-RULES THEN
                       MOVE 20 TO WS-CAT-STAT-OFFSET
                   ELSE
                       MOVE 0 TO WS-CAT-STAT-OFFSET
                   END-IF
                   PERFORM POST-ONE-CATEGORY-STAT
                       VARYING WS-CAT-POST-IDX FROM 1 BY 1
                       UNTIL WS-CAT-POST-IDX > 13
           END-READ.
       POST-ONE-CARD-STATS-EXIT.

       POST-ONE-CATEGORY-STAT.
           IF WS-CRD-FLAGS(WS-CAT-POST-IDX:1) = 'Y' OR 'B' THEN
               PERFORM GET-CATEGORY-VALUE
               MOVE 'N' TO WS-FIRST-YACHT-SW
               MOVE 'N' TO WS-CAT-FOUND-SW
               MOVE WS-CRD-PLAYER-ID TO WS-CAT-PLAYER-ID
               COMPUTE WS-CAT-CATEGORY =
                   WS-CAT-POST-IDX + WS-CAT-STAT-OFFSET
               READ CATEGORY-STATS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CAT-FOUND-SW
               END-READ
               IF WS-CAT-POST-IDX = 12 AND WS-CAT-VALUE > 0 THEN
                   IF NOT WS-CAT-FOUND OR WS-CAT-BEST = 0 THEN
                       MOVE 'Y' TO WS-FIRST-YACHT-SW
                   END-IF
               END-IF
               IF WS-CAT-FOUND THEN
                   ADD 1 TO WS-CAT-TIMES
                   ADD WS-CAT-VALUE TO WS-CAT-TOTAL
               ELSE
                   INITIALIZE WS-CAT-RECORD WITH FILLER
                   MOVE WS-CRD-PLAYER-ID TO WS-CAT-PLAYER-ID
                   COMPUTE WS-CAT-CATEGORY =
                       WS-CAT-POST-IDX + WS-CAT-STAT-OFFSET
                   MOVE 1 TO WS-CAT-TIMES
                   MOVE WS-CAT-VALUE TO WS-CAT-TOTAL
                   MOVE WS-CAT-VALUE TO WS-CAT-BEST
                               "FOR " WS-CAT-PLAYER-ID
                   END-WRITE
               END-IF
               IF WS-FIRST-YACHT THEN
                   PERFORM CHECK-FIRST-YACHT
               END-IF
           END-IF.
       POST-ONE-CATEGORY-STAT-EXIT.

      * A yacht scored under the other rule set already counts as
      * the player's first, so that game's statistics record is
      * looked at before this one is called a first.
       CHECK-FIRST-YACHT.
           MOVE WS-CRD-PLAYER-ID TO WS-CAT-PLAYER-ID.
           COMPUTE WS-CAT-CATEGORY = 32 - WS-CAT-STAT-OFFSET.
           READ CATEGORY-STATS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CAT-BEST > 0 THEN
                       MOVE 'N' TO WS-FIRST-YACHT-SW
                   END-IF
           END-READ.
           IF WS-FIRST-YACHT THEN
               MOVE 'FYAC' TO WS-ACH-CODE-PARM
               MOVE SPACES TO WS-ACH-QUAL-PARM
               MOVE WS-CAT-VALUE TO WS-ACH-VALUE-PARM
               IF WS-CRD-YAHTZEE-RULES THEN
                   MOVE 'FIRST YAHTZEE' TO WS-ACH-TEXT-PARM
               ELSE
                   MOVE 'FIRST YACHT' TO WS-ACH-TEXT-PARM
               END-IF
               PERFORM RECORD-ACHIEVEMENT
           END-IF.
       CHECK-FIRST-YACHT-EXIT.

       GET-CATEGORY-VALUE.
           EVALUATE WS-CAT-POST-IDX
           WHEN 1
               MOVE WS-CRD-CHOICE TO WS-CAT-VALUE
           WHEN 12
               MOVE WS-CRD-YACHT TO WS-CAT-VALUE
           WHEN 13
               MOVE WS-CRD-THREE-KIND TO WS-CAT-VALUE
           END-EVALUATE.
       GET-CATEGORY-VALUE-EXIT.

                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PLYR-FOUND-SW
                   MOVE WS-PLYR-RECORD TO WS-JRNL-BEFORE-PARM
           END-READ.
           IF WS-PLYR-FOUND THEN
               MOVE WS-PLYR-GAMES-PLAYED TO WS-CAREER-GAMES
                   INVALID KEY
                       DISPLAY "HANDICAP REWRITE FAILED FOR "
                           WS-PLYR-PLAYER-ID
                   NOT INVALID KEY
                       MOVE 'C' TO WS-JRNL-ACTION-PARM
                       PERFORM JOURNAL-PLAYER-UPDATE
               END-REWRITE
               MOVE WS-HCP-WORK TO WS-CRD-HCP
           END-IF.
               MOVE WS-YACHT-IN-CATEGORY TO WS-CATEGORY
               MOVE WS-YACHT-IN-TXN-TYPE TO WS-TXN-TYPE
               MOVE WS-YACHT-IN-ORIG-CATEGORY TO WS-ORIG-CATEGORY
               MOVE WS-YACHT-IN-CASE-NO TO WS-CASE-NO
               IF WS-YACHT-IN-GAME-NO NOT NUMERIC OR
                   WS-YACHT-IN-GAME-NO = 0 THEN
                   MOVE 1 TO WS-GAME-NO
               ELSE
                   MOVE WS-YACHT-IN-SITE TO WS-SITE
               END-IF
               MOVE WS-YACHT-IN-KEYER-ID TO WS-KEYER-ID
               PERFORM TALLY-SITE-READ
           END-IF.
       READ-YACHT-RECORD-EXIT.
                   MOVE 0 TO WS-SITE-READ-COUNT(WS-SITE-IDX)
                   MOVE 0 TO WS-SITE-SCORED-COUNT(WS-SITE-IDX)
                   MOVE 0 TO WS-SITE-REJECTED-COUNT(WS-SITE-IDX)
                   MOVE 0 TO WS-SITE-TURN-COUNT(WS-SITE-IDX)
               END-IF
           END-IF.
       FIND-OR-ADD-SITE-EXIT.
           ADD 1 TO WS-SITE-READ-COUNT(WS-SITE-IDX).
       TALLY-SITE-READ-EXIT.

      * Every score that posts and every record that rejects passes
      * through one of these two tallies, so the keying history is
      * written here rather than at each of the places a reject can
      * arise. A correction's replacement posts under WS-CATEGORY.
       TALLY-SITE-SCORED.
           PERFORM FIND-OR-ADD-SITE.
           ADD 1 TO WS-SITE-SCORED-COUNT(WS-SITE-IDX).
           MOVE 'P' TO WS-KLG-EVENT-PARM.
           MOVE WS-CATEGORY TO WS-KLG-CATEGORY-PARM.
           PERFORM LOG-KEYING-EVENT.
       TALLY-SITE-SCORED-EXIT.

       TALLY-SITE-REJECTED.
           PERFORM FIND-OR-ADD-SITE.
           ADD 1 TO WS-SITE-REJECTED-COUNT(WS-SITE-IDX).
           MOVE 'R' TO WS-KLG-EVENT-PARM.
           MOVE WS-CATEGORY TO WS-KLG-CATEGORY-PARM.
           PERFORM LOG-KEYING-EVENT.
       TALLY-SITE-REJECTED-EXIT.

       TALLY-SITE-TURN.
           PERFORM FIND-OR-ADD-SITE.
           ADD 1 TO WS-SITE-TURN-COUNT(WS-SITE-IDX).
       TALLY-SITE-TURN-EXIT.

      * The recycle file is optional - a standalone rerun without the
      * RECYMNT step ahead of it just scores the batch file alone.
       OPEN-RECYCLE-FILE.
                                   WS-GAME-NO
                           END-IF
                           MOVE 'LCL' TO WS-SITE
                           MOVE SPACES TO WS-KEYER-ID
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TALLY-SITE-READ
                           PERFORM PROCESS-NEW-SCORE
       CHECK-FOR-PARM-OVERRIDE-EXIT.

       PROCESS-SCORECARD.
           EVALUATE WS-TXN-TYPE
           WHEN 'C'
               PERFORM PROCESS-CORRECTION
           WHEN 'T'
               PERFORM PROCESS-TURN-DETAIL
           WHEN OTHER
               PERFORM PROCESS-NEW-SCORE
           END-EVALUATE.
           ADD 1 TO WS-CKPT-SINCE-LAST.
           IF WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL THEN
               PERFORM WRITE-CHECKPOINT
       PROCESS-NEW-SCORE.
           DISPLAY "PLAYER: " WS-PLAYER-ID " GAME " WS-GAME-NO.
           MOVE 'Y' TO WS-ROSTER-ACTIVE-SW.
           MOVE 'C' TO WS-RULE-SET.
           IF WS-ROSTER-ENFORCE THEN
               PERFORM CHECK-ROSTER-STATUS
           END-IF.
           END-IF.
       PROCESS-NEW-SCORE-EXIT.

      * A turn-detail record neither scores nor rejects: it is
      * parked on the turn work file, with the game number and site
      * already normalized, until the history pass at end of run.
       PROCESS-TURN-DETAIL.
           ADD 1 TO WS-TURN-COUNT.
           PERFORM TALLY-SITE-TURN.
           MOVE WS-YACHT-IN-RECORD TO WS-TWK-RECORD.
           MOVE WS-GAME-NO TO WS-TWK-GAME-NO.
           MOVE WS-SITE TO WS-TWK-SITE.
           WRITE WS-TWK-RECORD.
       PROCESS-TURN-DETAIL-EXIT.

      * The card comes off the work file ahead of scoring: an open
      * card's own rule set governs the roll, and the Yahtzee joker
      * and bonus rules read what the card already has posted.
       SCORE-ROSTERED-PLAYER.
           PERFORM RESET-SCORECARD-WORK.
           PERFORM VALIDATE-DICE.
           IF WS-ROLL-VALID THEN
               PERFORM PARSE-DICE
               PERFORM FIND-OR-ADD-SCORECARD
               MOVE WS-CRD-RULE-SET TO WS-RULE-SET
               PERFORM GET-SCORE
               DISPLAY "SCORE: " WS-RESULT
               PERFORM POST-CATEGORY-SCORE
               PERFORM RECOMPUTE-SCORECARD-TOTALS
               PERFORM REWRITE-CURRENT-CARD
           MOVE 'N' TO WS-CORR-VALID-SW.
           PERFORM FIND-SCORECARD-FOR-CORRECTION.
           IF WS-CORR-FOUND AND WS-CORR-ORIG-INDEX > 0 THEN
               IF WS-CRD-FLAGS(WS-CORR-ORIG-INDEX:1) = 'Y' OR 'B'
                   THEN
                   MOVE 'Y' TO WS-CORR-VALID-SW
               END-IF
           END-IF.
                   PERFORM RESOLVE-CATEGORY-INDEX
                   IF WS-CATEGORY-INDEX > 0 AND
                       (WS-CATEGORY-INDEX = WS-CORR-ORIG-INDEX OR
                        (WS-CRD-FLAGS(WS-CATEGORY-INDEX:1) NOT = 'Y'
                         AND NOT = 'B')) THEN
                       PERFORM REVERSE-CATEGORY-SCORE
                       PERFORM RECOMPUTE-SCORECARD-TOTALS
                       PERFORM PARSE-DICE
                       PERFORM RECOMPUTE-SCORECARD-TOTALS
                       PERFORM REWRITE-CURRENT-CARD
                       PERFORM WRITE-CORRECTION-AUDIT
                       IF WS-CASE-NO NOT = SPACES THEN
                           PERFORM CLOSE-DISPUTE-CASE
                       END-IF
                       MOVE 'C' TO WS-KLG-EVENT-PARM
                       MOVE WS-ORIG-CATEGORY TO WS-KLG-CATEGORY-PARM
                       PERFORM LOG-KEYING-EVENT
                       ADD 1 TO WS-SCORED-COUNT
                       PERFORM TALLY-SITE-SCORED
                       ADD 1 TO WS-CORRECTED-COUNT
               MOVE 'CORRECTION TARGET NOT FOUND OR UNPOSTED' TO
                   WS-YACHT-REJ-REASON
               MOVE WS-RUN-DATE TO WS-YACHT-REJ-DATE
               MOVE WS-SITE TO WS-YACHT-REJ-SITE
               MOVE WS-KEYER-ID TO WS-YACHT-REJ-KEYER-ID
               WRITE WS-YACHT-REJ-RECORD
               MOVE 'YACHT' TO WS-EXCP-SOURCE-PARM
               MOVE WS-PLAYER-ID TO WS-EXCP-KEY-PARM
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CORR-FOUND-SW
                   MOVE WS-CRD-RULE-SET TO WS-RULE-SET
                   PERFORM RESOLVE-ORIG-CATEGORY-INDEX
           END-READ.
       FIND-SCORECARD-FOR-CORRECTION-EXIT.
               MOVE 11 TO WS-CORR-ORIG-INDEX
           WHEN "yacht"
               MOVE 12 TO WS-CORR-ORIG-INDEX
           WHEN "three of a kind"
               MOVE 13 TO WS-CORR-ORIG-INDEX
           WHEN "small straight"
               MOVE 9 TO WS-CORR-ORIG-INDEX
           WHEN "large straight"
               MOVE 10 TO WS-CORR-ORIG-INDEX
           WHEN "chance"
               MOVE 11 TO WS-CORR-ORIG-INDEX
           WHEN "yahtzee"
               MOVE 12 TO WS-CORR-ORIG-INDEX
           WHEN OTHER
               MOVE 0 TO WS-CORR-ORIG-INDEX
           END-EVALUATE.
      * The Yahtzee names only mean something on a Yahtzee card.
           IF NOT WS-YAHTZEE-RULES THEN
               EVALUATE WS-ORIG-CATEGORY
               WHEN "three of a kind"
               WHEN "small straight"
               WHEN "large straight"
               WHEN "chance"
               WHEN "yahtzee"
                   MOVE 0 TO WS-CORR-ORIG-INDEX
               END-EVALUATE
           END-IF.
           IF WS-CORR-ORIG-INDEX = 0 THEN
               MOVE 'N' TO WS-CORR-FOUND-SW
           END-IF.
       RESOLVE-ORIG-CATEGORY-INDEX-EXIT.

      * Captures the currently posted score for WS-ORIG-CATEGORY into
      * WS-REVERSED-SCORE, zeroes it, and clears its posted flag so
      * POST-CATEGORY-SCORE can safely re-post - even to the same
      * category - without tripping the duplicate-category check.
      * Works off the resolved index so a Yahtzee name reverses the
      * same slot its classic counterpart would. A posting flagged
      * 'B' earned the Yahtzee bonus, and the bonus goes with it -
      * the re-post earns it again only if its own roll is due it.
       REVERSE-CATEGORY-SCORE.
           EVALUATE WS-CORR-ORIG-INDEX
           WHEN 1
               MOVE WS-CRD-ONES TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-ONES
           WHEN 2
               MOVE WS-CRD-TWOS TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-TWOS
           WHEN 3
               MOVE WS-CRD-THREES TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-THREES
           WHEN 4
               MOVE WS-CRD-FOURS TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-FOURS
           WHEN 5
               MOVE WS-CRD-FIVES TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-FIVES
           WHEN 6
               MOVE WS-CRD-SIXES TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-SIXES
           WHEN 7
               MOVE WS-CRD-FULL-HOUSE TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-FULL-HOUSE
           WHEN 8
               MOVE WS-CRD-FOUR-KIND TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-FOUR-KIND
           WHEN 9
               MOVE WS-CRD-LIL-STRAIGHT TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-LIL-STRAIGHT
           WHEN 10
               MOVE WS-CRD-BIG-STRAIGHT TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-BIG-STRAIGHT
           WHEN 11
               MOVE WS-CRD-CHOICE TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-CHOICE
           WHEN 12
               MOVE WS-CRD-YACHT TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-YACHT
           WHEN 13
               MOVE WS-CRD-THREE-KIND TO WS-REVERSED-SCORE
               MOVE 0 TO WS-CRD-THREE-KIND
           END-EVALUATE.
           IF WS-CRD-FLAGS(WS-CORR-ORIG-INDEX:1) = 'B' THEN
               SUBTRACT WS-YZ-BONUS-AWARD FROM WS-CRD-YZ-BONUS
               DISPLAY "YAHTZEE BONUS REVERSED FOR " WS-PLAYER-ID
           END-IF.
           MOVE 'N' TO WS-CRD-FLAGS(WS-CORR-ORIG-INDEX:1).
       REVERSE-CATEGORY-SCORE-EXIT.

           MOVE WS-REVERSED-SCORE TO WS-COR-ORIG-SCORE.
           MOVE WS-CATEGORY TO WS-COR-NEW-CATEGORY.
           MOVE WS-RESULT TO WS-COR-NEW-SCORE.
           MOVE WS-CASE-NO TO WS-COR-CASE-NO.
           MOVE WS-SITE TO WS-COR-SITE.
           MOVE WS-KEYER-ID TO WS-COR-KEYER-ID.
           WRITE WS-COR-RECORD.
           DISPLAY "CORRECTED " WS-PLAYER-ID ": " WS-ORIG-CATEGORY
               " (" WS-REVERSED-SCORE ") -> " WS-CATEGORY
               " (" WS-RESULT ")".
       WRITE-CORRECTION-AUDIT-EXIT.

      * The correction just posted settles the dispute case it cites.
      * The case must be on file for the same player and still open
      * or upheld; one that isn't leaves the correction standing -
      * the score fix is right on its own - and logs a warning so
      * the desk can square the case by hand. A correction posted
      * straight off an unanswered case is the answer as well.
       CLOSE-DISPUTE-CASE.
           MOVE SPACES TO WS-DISP-WARNING.
           EVALUATE TRUE
           WHEN NOT WS-DISPUTE-OPEN
               MOVE 'DISPUTE CASE NOT CLOSED - NO CASE MASTER' TO
                   WS-DISP-WARNING
           WHEN WS-CASE-NO NOT NUMERIC
               MOVE 'DISPUTE CASE NUMBER NOT NUMERIC' TO
                   WS-DISP-WARNING
           WHEN OTHER
               MOVE WS-CASE-NO TO WS-DISP-CASE-NO
               READ DISPUTE-MASTER
                   INVALID KEY
                       MOVE 'DISPUTE CASE NOT ON FILE' TO
                           WS-DISP-WARNING
                   NOT INVALID KEY
                       PERFORM MARK-CASE-CORRECTED
               END-READ
           END-EVALUATE.
           IF WS-DISP-WARNING NOT = SPACES THEN
               DISPLAY "CASE " WS-CASE-NO ": " WS-DISP-WARNING
               MOVE 'YACHT' TO WS-EXCP-SOURCE-PARM
               MOVE WS-PLAYER-ID TO WS-EXCP-KEY-PARM
               MOVE WS-DISP-WARNING TO WS-EXCP-REASON-PARM
               PERFORM LOG-EXCEPTION
           END-IF.
       CLOSE-DISPUTE-CASE-EXIT.

       MARK-CASE-CORRECTED.
           EVALUATE TRUE
           WHEN WS-DISP-PLAYER-ID NOT = WS-PLAYER-ID
               MOVE 'DISPUTE CASE IS FOR ANOTHER PLAYER' TO
                   WS-DISP-WARNING
           WHEN WS-DISP-STATUS NOT = 'O' AND WS-DISP-STATUS NOT = 'U'
               MOVE 'DISPUTE CASE ALREADY CLOSED' TO WS-DISP-WARNING
           WHEN OTHER
               IF WS-DISP-ANSWERED-DATE = 0 THEN
                   MOVE WS-RUN-DATE TO WS-DISP-ANSWERED-DATE
               END-IF
               IF WS-DISP-RESOLUTION = SPACES THEN
                   MOVE 'UPHELD - SCORE CORRECTED' TO
                       WS-DISP-RESOLUTION
               END-IF
               IF WS-DISP-OFFICER = SPACES THEN
                   MOVE WS-OPERATOR-ID TO WS-DISP-OFFICER
               END-IF
               MOVE 'C' TO WS-DISP-STATUS
               MOVE WS-RUN-DATE TO WS-DISP-CLOSED-DATE
               MOVE WS-REVERSED-SCORE TO WS-DISP-ORIG-SCORE
               MOVE WS-RESULT TO WS-DISP-NEW-SCORE
               REWRITE WS-DISP-RECORD
                   INVALID KEY
                       DISPLAY "DISPUTE REWRITE FAILED FOR CASE "
                           WS-DISP-CASE-NO
               END-REWRITE
               ADD 1 TO WS-CASES-CLOSED-COUNT
               DISPLAY "DISPUTE CASE " WS-DISP-CASE-NO
                   " CLOSED BY CORRECTION"
           END-EVALUATE.
       MARK-CASE-CORRECTED-EXIT.

       VALIDATE-DICE.
           MOVE 'Y' TO WS-ROLL-VALID-SW.
           MOVE WS-DICE TO WS-DICE-STRING.
               MOVE 'DICE VALUE OUT OF RANGE (MUST BE 1-6)' TO
                   WS-YACHT-REJ-REASON
               MOVE WS-RUN-DATE TO WS-YACHT-REJ-DATE
               MOVE WS-SITE TO WS-YACHT-REJ-SITE
               MOVE WS-KEYER-ID TO WS-YACHT-REJ-KEYER-ID
               WRITE WS-YACHT-REJ-RECORD
               MOVE 'YACHT' TO WS-EXCP-SOURCE-PARM
               MOVE WS-PLAYER-ID TO WS-EXCP-KEY-PARM
               MOVE WS-PLAYER-ID TO WS-CRD-PLAYER-ID
               MOVE WS-GAME-NO TO WS-CRD-GAME-NO
               MOVE ALL 'N' TO WS-CRD-FLAGS
               MOVE WS-RULE-SET TO WS-CRD-RULE-SET
               WRITE WS-CRD-RECORD
                   INVALID KEY
                       DISPLAY "WORK-FILE WRITE FAILED FOR "
               MOVE 11 TO WS-CATEGORY-INDEX
           WHEN "yacht"
               MOVE 12 TO WS-CATEGORY-INDEX
           WHEN "three of a kind"
               MOVE 13 TO WS-CATEGORY-INDEX
           WHEN "small straight"
               MOVE 9 TO WS-CATEGORY-INDEX
           WHEN "large straight"
               MOVE 10 TO WS-CATEGORY-INDEX
           WHEN "chance"
               MOVE 11 TO WS-CATEGORY-INDEX
           WHEN "yahtzee"
               MOVE 12 TO WS-CATEGORY-INDEX
           WHEN OTHER
               MOVE 0 TO WS-CATEGORY-INDEX
           END-EVALUATE.
      * The Yahtzee names only mean something on a Yahtzee card; the
      * classic names stand for their Yahtzee counterparts on one.
           IF NOT WS-YAHTZEE-RULES THEN
               EVALUATE WS-CATEGORY
               WHEN "three of a kind"
               WHEN "small straight"
               WHEN "large straight"
               WHEN "chance"
               WHEN "yahtzee"
                   MOVE 0 TO WS-CATEGORY-INDEX
               END-EVALUATE
           END-IF.
       RESOLVE-CATEGORY-INDEX-EXIT.

      * Resolves WS-CATEGORY to WS-CATEGORY-INDEX and only posts
       POST-CATEGORY-SCORE.
           PERFORM RESOLVE-CATEGORY-INDEX.
           IF WS-CATEGORY-INDEX > 0 THEN
               IF WS-CRD-FLAGS(WS-CATEGORY-INDEX:1) = 'Y' OR 'B' THEN
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "DUPLICATE CATEGORY FOR " WS-PLAYER-ID
                       ": " WS-CATEGORY
               ELSE
                   PERFORM POST-CATEGORY-VALUE
                   IF WS-YZ-BONUS-DUE THEN
                       MOVE 'B' TO WS-CRD-FLAGS(WS-CATEGORY-INDEX:1)
                       ADD WS-YZ-BONUS-AWARD TO WS-CRD-YZ-BONUS
                       DISPLAY "YAHTZEE BONUS FOR " WS-PLAYER-ID
                   ELSE
                       MOVE 'Y' TO WS-CRD-FLAGS(WS-CATEGORY-INDEX:1)
                   END-IF
               END-IF
           END-IF.
       POST-CATEGORY-SCORE-EXIT.
               MOVE WS-RESULT TO WS-CRD-CHOICE
           WHEN 12
               MOVE WS-RESULT TO WS-CRD-YACHT
           WHEN 13
               MOVE WS-RESULT TO WS-CRD-THREE-KIND
           END-EVALUATE.
       POST-CATEGORY-VALUE-EXIT.

      * Rejects a correction transaction whose replacement category
      * (WS-CATEGORY) either doesn't resolve to one of the card's
      * scorecard categories, or resolves to a different category
      * that is already posted for this player. Must run before
      * REVERSE-CATEGORY-SCORE so a bad replacement category never
           MOVE 'INVALID OR ALREADY-POSTED REPL CATEGORY' TO
               WS-YACHT-REJ-REASON.
           MOVE WS-RUN-DATE TO WS-YACHT-REJ-DATE.
           MOVE WS-SITE TO WS-YACHT-REJ-SITE.
           MOVE WS-KEYER-ID TO WS-YACHT-REJ-KEYER-ID.
           WRITE WS-YACHT-REJ-RECORD.
           MOVE 'YACHT' TO WS-EXCP-SOURCE-PARM.
           MOVE WS-PLAYER-ID TO WS-EXCP-KEY-PARM.
           ELSE
               MOVE 0 TO WS-CRD-UPPER-BONUS
           END-IF.
      * Three of a kind and the yahtzee bonus stay zero on a
      * classic card, so one sum serves both rule sets.
           COMPUTE WS-CRD-GRAND-TOTAL =
               WS-CRD-UPPER-SUM + WS-CRD-UPPER-BONUS +
               WS-CRD-FULL-HOUSE + WS-CRD-FOUR-KIND +
               WS-CRD-LIL-STRAIGHT + WS-CRD-BIG-STRAIGHT +
               WS-CRD-CHOICE + WS-CRD-YACHT +
               WS-CRD-THREE-KIND + WS-CRD-YZ-BONUS.
       RECOMPUTE-SCORECARD-TOTALS-EXIT.

       RESET-SCORECARD-WORK.
           MOVE 0 TO WS-FH-LG.
           MOVE 0 TO WS-YACHT-FLAG.
           MOVE 0 TO WS-FOUR-KIND-FLAG.
           MOVE 0 TO WS-YACHT-FACE.
           MOVE 'N' TO WS-SMALL-RUN-SW.
           MOVE 'N' TO WS-LARGE-RUN-SW.
           MOVE 'N' TO WS-JOKER-SW.
           MOVE 'N' TO WS-YZ-BONUS-DUE-SW.
           MOVE 1 TO WS-DICE-INDEX.
           PERFORM CLEAR-DICE-COUNT UNTIL WS-DICE-INDEX > 6.
       RESET-SCORECARD-WORK-EXIT.

       GET-SCORE.
           PERFORM ANALYZE-DICE-COUNTS.
           IF WS-YAHTZEE-RULES THEN
               PERFORM GET-YAHTZEE-SCORE
           ELSE
               PERFORM GET-CLASSIC-SCORE
           END-IF.
       GET-SCORE-EXIT.

       GET-CLASSIC-SCORE.
           EVALUATE WS-CATEGORY
           WHEN "yacht"
               IF WS-YACHT-FLAG = 1 THEN
           WHEN OTHER
             MOVE 0 TO WS-RESULT
           END-EVALUATE.
       GET-CLASSIC-SCORE-EXIT.

      * Yahtzee rules, by resolved category so the classic names
      * score as their Yahtzee counterparts. Three and four of a
      * kind take any count of at least three or four and score all
      * five dice; the straights go off the dice counts, so order
      * doesn't matter; full house, the straights and yahtzee score
      * fixed values. A yahtzee rolled after the yahtzee box is
      * filled is a joker: once the matching upper box is filled
      * too, it scores full house and the straights at full value,
      * and if the yahtzee box holds 50 it earns the bonus wherever
      * it posts.
       GET-YAHTZEE-SCORE.
           PERFORM CHECK-DICE-RUNS.
           PERFORM RESOLVE-CATEGORY-INDEX.
           IF WS-YACHT-FLAG = 1 AND
               WS-CRD-FLAGS(12:1) = 'Y' THEN
               IF WS-CRD-FLAGS(WS-YACHT-FACE:1) = 'Y' OR 'B' THEN
                   MOVE 'Y' TO WS-JOKER-SW
               END-IF
               IF WS-CRD-YACHT = WS-YZ-YAHTZEE-VALUE THEN
                   MOVE 'Y' TO WS-YZ-BONUS-DUE-SW
               END-IF
           END-IF.
           EVALUATE WS-CATEGORY-INDEX
           WHEN 1 THRU 6
               MOVE WS-CATEGORY-INDEX TO WS-DIE-TO-SUM
               PERFORM SUM-DIE
           WHEN 7
               IF (WS-FH-SM = 1 AND WS-FH-LG = 1) OR WS-JOKER THEN
                   DISPLAY "WE HAVE A FULL HOUSE"
                   MOVE WS-YZ-FULL-HOUSE-VALUE TO WS-RESULT
               END-IF
           WHEN 8
               IF WS-FOUR-KIND-FLAG = 1 OR WS-YACHT-FLAG = 1 THEN
                   DISPLAY "WE HAVE FOUR OF A KIND"
                   MOVE 1 TO WS-DICE-INDEX
                   PERFORM SUM-ALL-DICE UNTIL WS-DICE-INDEX > 6
               END-IF
           WHEN 9
               IF WS-SMALL-RUN OR WS-JOKER THEN
                   DISPLAY "WE HAVE A SMALL STRAIGHT"
                   MOVE WS-YZ-SMALL-STRAIGHT-VALUE TO WS-RESULT
               END-IF
           WHEN 10
               IF WS-LARGE-RUN OR WS-JOKER THEN
                   DISPLAY "WE HAVE A LARGE STRAIGHT"
                   MOVE WS-YZ-LARGE-STRAIGHT-VALUE TO WS-RESULT
               END-IF
           WHEN 11
               MOVE 1 TO WS-DICE-INDEX
               PERFORM SUM-ALL-DICE UNTIL WS-DICE-INDEX > 6
           WHEN 12
               IF WS-YACHT-FLAG = 1 THEN
                   DISPLAY "WE HAVE A YAHTZEE"
                   MOVE WS-YZ-YAHTZEE-VALUE TO WS-RESULT
               END-IF
           WHEN 13
               IF WS-FH-LG = 1 OR WS-FOUR-KIND-FLAG = 1 OR
                   WS-YACHT-FLAG = 1 THEN
                   DISPLAY "WE HAVE THREE OF A KIND"
                   MOVE 1 TO WS-DICE-INDEX
                   PERFORM SUM-ALL-DICE UNTIL WS-DICE-INDEX > 6
               END-IF
           WHEN OTHER
               MOVE 0 TO WS-RESULT
           END-EVALUATE.
       GET-YAHTZEE-SCORE-EXIT.

      * The longest run of consecutive faces showing at least once:
      * four makes a small straight, five a large one.
       CHECK-DICE-RUNS.
           MOVE 0 TO WS-RUN-LENGTH.
           MOVE 0 TO WS-RUN-BEST.
           MOVE 1 TO WS-RUN-START.
           PERFORM CHECK-ONE-RUN-FACE UNTIL WS-RUN-START > 6.
           IF WS-RUN-BEST >= 4 THEN
               MOVE 'Y' TO WS-SMALL-RUN-SW
           END-IF.
           IF WS-RUN-BEST >= 5 THEN
               MOVE 'Y' TO WS-LARGE-RUN-SW
           END-IF.
       CHECK-DICE-RUNS-EXIT.

       CHECK-ONE-RUN-FACE.
           IF DICE-COUNTS(WS-RUN-START) > 0 THEN
               ADD 1 TO WS-RUN-LENGTH
               IF WS-RUN-LENGTH > WS-RUN-BEST THEN
                   MOVE WS-RUN-LENGTH TO WS-RUN-BEST
               END-IF
           ELSE
               MOVE 0 TO WS-RUN-LENGTH
           END-IF.
           ADD 1 TO WS-RUN-START.
       CHECK-ONE-RUN-FACE-EXIT.

      * Single pass over DICE-COUNTS(1-6) that settles yacht,
      * four-of-a-kind, and full-house all at once, instead of each
       ANALYZE-ONE-DIE-COUNT.
           IF DICE-COUNTS(WS-DICE-INDEX) = 5 THEN
               MOVE 1 TO WS-YACHT-FLAG
               MOVE WS-DICE-INDEX TO WS-YACHT-FACE
           END-IF.
           IF DICE-COUNTS(WS-DICE-INDEX) = 4 THEN
               MOVE 1 TO WS-FOUR-KIND-FLAG
           COPY RUNCTLP.
           COPY EXCPLOGP.
           COPY OPSCLOGP.
           COPY JRNLLOGP.
           COPY AUDTLOGP.
           COPY AUTHCHKP.

