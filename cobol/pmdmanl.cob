       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdmanl.

      * manual time-entry edit and post - the only way a FOCUS record
      * used to reach PMDLOG was a live timer run, so a forgotten
      * start, a day at a customer site or a session that died
      * before write-log-record left time the reports, the history
      * and the billing feed never saw; this job posts it from cards:
      *   - reads the PMDMAN deck, one card per block (session, task,
      *     work date, start/end HHMM, focus minutes, reason - see
      *     manrec.cpy), and edits every card before any is posted:
      *     a real date not in the future, a start before the end,
      *     minutes that fit inside the span, a reason given (it is
      *     the only record of why), an active session on PMDSESS,
      *     an open task on PMDTASK, and a working day off
      *     the PMDCAL calendar (a worked weekend needs its Y card
      *     first, the same card that puts it on the statement)
      *   - one pass of the live log finds any record for the same
      *     session whose start/end overlaps the card, so time that
      *     was clocked is never posted twice; a card overlapping an
      *     earlier card in the same deck is refused the same way
      *   - a good card is appended to PMDLOG as a FOCUS record with
      *     M in the reason-code column, its count-run one above the
      *     highest the session/day already carries (so the nightly
      *     audit's count-run rule still holds), and added to the
      *     PMDHIST row for the session/day the way the timer does;
      *     a checkpoint already kept for the session/day is moved
      *     up to match, so a later timer start counts on from it
      *   - the budget check the timer's prompt makes runs here too:
      *     a task at or past 80 percent of its budgeted hours posts,
      *     but with a BUDGET WARNING or OVER BUDGET note
      *   - a card dated in an accounting period the month-end close
      *     has locked (a C card on PMDPER) is never posted to the
      *     log - it is copied as keyed to the PMDSUS suspense file,
      *     to be billed as an adjustment or re-keyed, and shows on
      *     the edit report as SUSPENSE with reason PER
      *   - every card prints on the PMDMER edit report, POSTED or
      *     REJECTED with a three-character reason, then totals; a
      *     suspended card counts among the rejected
      * RC=4 when anything was rejected or warned; the file failure
      * classes from the common pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT MANUAL-FILE ASSIGN TO "PMDMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANUAL-FILE-STATUS.

             SELECT LOG-FILE ASSIGN TO "PMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

             SELECT SESSION-FILE ASSIGN TO "PMDSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SESS-KEY
               FILE STATUS IS SESS-FILE-STATUS.

             SELECT TASK-FILE ASSIGN TO "PMDTASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMAST-KEY
               FILE STATUS IS TASK-FILE-STATUS.

             SELECT HISTORY-FILE ASSIGN TO "PMDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-FILE-STATUS.

             SELECT CHECKPOINT-FILE ASSIGN TO "PMDCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CKPT-FILE-STATUS.

             SELECT CALENDAR-FILE ASSIGN TO "PMDCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

             SELECT PERIOD-FILE ASSIGN TO "PMDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

             SELECT SUSPENSE-FILE ASSIGN TO "PMDSUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPENSE-FILE-STATUS.

             SELECT EDIT-REPORT-FILE ASSIGN TO "PMDMER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD MANUAL-FILE.
           01 MANUAL-RECORD.
             COPY manrec.

           FD LOG-FILE.
           01 LOG-RECORD.
             COPY logrec.

           FD SESSION-FILE.
           01 SESSION-MASTER-RECORD.
             COPY sessrec.

           FD TASK-FILE.
           01 TASK-MASTER-RECORD.
             COPY taskrec.

           FD HISTORY-FILE.
           01 HISTORY-RECORD.
             COPY histrec.

           FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
             COPY ckptrec.

           FD CALENDAR-FILE.
           01 CALENDAR-RECORD.
             COPY calrec.

           FD PERIOD-FILE.
           01 PERIOD-RECORD.
             COPY prdrec.

      * the card image as keyed - the manrec.cpy layout
           FD SUSPENSE-FILE.
           01 SUSPENSE-RECORD PIC X(73).

           FD EDIT-REPORT-FILE.
           01 EDIT-REPORT-RECORD PIC X(120).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 MANUAL-FILE-STATUS       PIC X(02).
           77 LOG-FILE-STATUS          PIC X(02).
           77 SESS-FILE-STATUS         PIC X(02).
           77 TASK-FILE-STATUS         PIC X(02).
           77 HIST-FILE-STATUS         PIC X(02).
           77 CKPT-FILE-STATUS         PIC X(02).
           77 CALENDAR-FILE-STATUS     PIC X(02).
           77 EDIT-REPORT-FILE-STATUS  PIC X(02).
           77 PERIOD-FILE-STATUS       PIC X(02).
           77 SUSPENSE-FILE-STATUS     PIC X(02).

           77 MAN-EOF-SW  PIC X(01).
             88 END-OF-CARDS  VALUE "Y".
           77 EOF-SW  PIC X(01).
             88 END-OF-LOG  VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * today's date - no card may claim time not yet worked
           77 RUN-DATE  PIC 9(08).

           77 CARDS-READ       PIC 9(08) VALUE ZERO.
           77 CARDS-POSTED     PIC 9(08) VALUE ZERO.
           77 CARDS-REJECTED   PIC 9(08) VALUE ZERO.
           77 MINUTES-POSTED   PIC 9(08) VALUE ZERO.
           77 BUDGET-WARNINGS  PIC 9(05) VALUE ZERO.
           77 LOG-RECORDS-READ PIC 9(08) VALUE ZERO.
           77 CARDS-SUSPENDED  PIC 9(08) VALUE ZERO.

      * the deck held whole, so the one pass of the live log can
      * test every card at once - each entry carries its edit
      * result, the log overlap found, and the highest count-run
      * the session/day already has
           77 CARD-COUNT  PIC 9(03).
           77 CARD-IDX    PIC 9(03).
           77 CARD-SCAN   PIC 9(03).
         01 CARD-TABLE.
           05 CARD-ENTRY OCCURS 500 TIMES.
             10 MCT-CARD-IMAGE       PIC X(73).
             10 MCT-REJECT-REASON    PIC X(03).
             10 MCT-START-STAMP      PIC 9(16).
             10 MCT-END-STAMP        PIC 9(16).
             10 MCT-LAST-COUNT-RUN   PIC 9(08).
             10 MCT-POSTED-SW        PIC X(01).
               88 MCT-POSTED         VALUE "Y".

      * the distinct tasks on the deck, with the FOCUS minutes the
      * live log already charges each one - the budget burn the
      * timer's prompt would have totaled
           77 BTASK-COUNT  PIC 9(03).
           77 BTASK-IDX    PIC 9(03).
           77 BTASK-SCAN   PIC 9(03).
         01 BUDGET-TASK-TABLE.
           05 BTASK-ENTRY OCCURS 500 TIMES.
             10 BTK-TASK-CODE     PIC X(10).
             10 BTK-USED-MINUTES  PIC 9(07).

      * budget arithmetic - the same warning threshold the timer's
      * prompt and the weekly budget report share
           77 BUDGET-WARN-PERCENT  PIC 9(02) VALUE 80.
           77 BUDGET-MINUTES       PIC 9(07).
           77 BUDGET-WARN-MINUTES  PIC 9(07).
           77 BUDGET-USED-MINUTES  PIC 9(07).

      * card edit work fields - the span is compared as one sixteen
      * digit date-and-time stamp, the same HHMMSSss form the timer
      * writes, so a log record running over midnight still tests
      * right
           77 LOG-START-STAMP   PIC 9(16).
           77 LOG-END-STAMP     PIC 9(16).
           77 SPAN-MINUTES      PIC 9(05).
           77 NEW-COUNT-RUN     PIC 9(08).
           77 DATE-YEAR         PIC 9(04).
           77 DATE-MM           PIC 9(02).
           77 DATE-DD           PIC 9(02).
           77 MONTH-FIRST       PIC 9(08).
           77 NEXT-FIRST        PIC 9(08).
           77 DAYS-IN-MONTH     PIC 9(02).
           77 CARD-OK-SW        PIC X(01).
             88 CARD-OK         VALUE "Y".
           77 BUDGET-NOTE       PIC X(22).

      * the site work calendar, loaded from the PMDCAL deck - a
      * carded day goes by its flag, an uncarded Saturday or Sunday
      * is off, any other uncarded day is on
           77 CAL-EOF-SW  PIC X(01).
             88 END-OF-CALENDAR  VALUE "Y".
           77 CAL-COUNT  PIC 9(03).
           77 CAL-IDX    PIC 9(03).
           77 CAL-SCAN   PIC 9(03).
           77 CHECK-DATE       PIC 9(08).
           77 CHECK-JULIAN     PIC 9(07).
           77 CHECK-WEEKDAY    PIC 9(01).
           77 WORKING-DAY-SW   PIC X(01).
             88 WORKING-DAY     VALUE "Y".
         01 CALENDAR-TABLE.
           05 CAL-ENTRY OCCURS 400 TIMES.
             10 CALT-DATE        PIC 9(08).
             10 CALT-WORKING-SW  PIC X(01).

      * the period-control cards, loaded whole - the last card for
      * a period decides, and a period with no card is open
           77 PER-EOF-SW  PIC X(01).
             88 END-OF-PERIODS  VALUE "Y".
           77 PERIOD-COUNT  PIC 9(03).
           77 PERIOD-IDX    PIC 9(03).
           77 PERIOD-SCAN   PIC 9(03).
           77 CHECK-PERIOD  PIC 9(06).
           77 PERIOD-CLOSED-SW  PIC X(01).
             88 PERIOD-CLOSED   VALUE "Y".
         01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 200 TIMES.
             10 PRT-PERIOD   PIC 9(06).
             10 PRT-STATUS   PIC X(01).

         01 EDIT-LINE.
           05 EL-DISPOSITION     PIC X(09).
           05 EL-SESSION-ID      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-TASK-CODE       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-DATE            PIC 9999/99/99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-START-HH        PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 EL-START-MM        PIC 9(02).
           05 FILLER            PIC X(01) VALUE "-".
           05 EL-END-HH          PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 EL-END-MM          PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-MINUTES         PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-REASON-CODE     PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-NOTE            PIC X(22).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EL-CARD-REASON     PIC X(30).

         01 TOTALS-LINE.
           05 FILLER            PIC X(22)
                                VALUE "MANUAL ENTRY TOTALS - ".
           05 FILLER            PIC X(07) VALUE "cards: ".
           05 TT-CARDS           PIC ZZZZZZ9.
           05 FILLER            PIC X(09) VALUE " posted: ".
           05 TT-POSTED          PIC ZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " rejected: ".
           05 TT-REJECTED        PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " minutes: ".
           05 TT-MINUTES         PIC ZZZZZZ9.
           05 FILLER            PIC X(18) VALUE " budget warnings: ".
           05 TT-WARNINGS        PIC ZZZZ9.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM initialize-manual-entry
         PERFORM load-manual-cards
         PERFORM scan-session-log
         PERFORM post-manual-entries
         PERFORM write-edit-totals
         PERFORM finish-manual-entry
         IF CARDS-REJECTED > 0 OR BUDGET-WARNINGS > 0
           MOVE 4 TO RETURN-CODE
         END-IF
         DISPLAY "pmdmanl: cards " CARDS-READ
           " posted " CARDS-POSTED " rejected " CARDS-REJECTED
         IF CARDS-SUSPENDED > 0
           DISPLAY "pmdmanl: " CARDS-SUSPENDED
             " card(s) in closed periods written to suspense"
         END-IF
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDMANL " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDMANL " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-manual-entry.
         ACCEPT RUN-DATE FROM DATE YYYYMMDD
         MOVE 0 TO CARD-COUNT
         MOVE 0 TO BTASK-COUNT
         OPEN OUTPUT EDIT-REPORT-FILE
         IF EDIT-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDMER  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE EDIT-REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
      * the masters are the whole point of the edit - unlike the
      * reports, a post with no master to check against must not
      * run unvalidated
         OPEN INPUT SESSION-FILE
         IF SESS-FILE-STATUS NOT = "00"
           MOVE "PMDSESS " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE SESS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN INPUT TASK-FILE
         IF TASK-FILE-STATUS NOT = "00"
           MOVE "PMDTASK " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE TASK-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM load-work-calendar
         PERFORM load-period-table.

       finish-manual-entry.
         CLOSE EDIT-REPORT-FILE
         CLOSE SESSION-FILE
         CLOSE TASK-FILE.

       load-work-calendar.
      * no deck (or an unreadable one) just means an empty table,
      * and the weekday rule alone decides
         MOVE 0 TO CAL-COUNT
         MOVE "N" TO CAL-EOF-SW
         OPEN INPUT CALENDAR-FILE
         IF CALENDAR-FILE-STATUS NOT = "00"
           MOVE "Y" TO CAL-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-CALENDAR
           READ CALENDAR-FILE
             AT END
               MOVE "Y" TO CAL-EOF-SW
             NOT AT END
               IF CAL-COUNT < 400
                 ADD 1 TO CAL-COUNT
                 MOVE CAL-DATE TO CALT-DATE (CAL-COUNT)
                 IF CAL-WORKING
                   MOVE "Y" TO CALT-WORKING-SW (CAL-COUNT)
                 ELSE
                   MOVE "N" TO CALT-WORKING-SW (CAL-COUNT)
                 END-IF
               ELSE
                 DISPLAY "pmdmanl: calendar table full, card "
                   "skipped: " CAL-DATE
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the load
      * would spin on the same failing READ forever
           IF CALENDAR-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO CAL-EOF-SW
           END-IF
         END-PERFORM
         IF CALENDAR-FILE-STATUS = "00" OR = "10"
           CLOSE CALENDAR-FILE
         END-IF.

       check-working-day.
      * a carded day goes by its flag; an uncarded day is off on a
      * Saturday or Sunday and on otherwise - julian day one
      * (1601-01-01) was a Monday, so mod 7 of 6 is Saturday and 0
      * is Sunday
         MOVE "Y" TO WORKING-DAY-SW
         MOVE 0 TO CAL-IDX
         MOVE 1 TO CAL-SCAN
         PERFORM UNTIL CAL-SCAN > CAL-COUNT OR CAL-IDX > 0
           IF CALT-DATE (CAL-SCAN) = CHECK-DATE
             MOVE CAL-SCAN TO CAL-IDX
           END-IF
           ADD 1 TO CAL-SCAN
         END-PERFORM
         IF CAL-IDX > 0
           MOVE CALT-WORKING-SW (CAL-IDX) TO WORKING-DAY-SW
         ELSE
           COMPUTE CHECK-JULIAN =
             FUNCTION INTEGER-OF-DATE (CHECK-DATE)
           COMPUTE CHECK-WEEKDAY = FUNCTION MOD (CHECK-JULIAN 7)
           IF CHECK-WEEKDAY = 6 OR CHECK-WEEKDAY = 0
             MOVE "N" TO WORKING-DAY-SW
           END-IF
         END-IF.

       load-manual-cards.
      * the whole deck into storage, each card given its stateless
      * edits on the way in - a card that fails one is settled and
      * the log pass skips it
         MOVE "N" TO MAN-EOF-SW
         OPEN INPUT MANUAL-FILE
         IF MANUAL-FILE-STATUS NOT = "00"
           MOVE "PMDMAN  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE MANUAL-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM UNTIL END-OF-CARDS
           READ MANUAL-FILE
             AT END
               MOVE "Y" TO MAN-EOF-SW
             NOT AT END
               ADD 1 TO CARDS-READ
               PERFORM store-manual-card
           END-READ
           IF MANUAL-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "PMDMAN  " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE MANUAL-FILE-STATUS TO ERR-STATUS
             MOVE SPACES TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         CLOSE MANUAL-FILE.

       store-manual-card.
      * a deck bigger than the table is not silently cut short -
      * the overflow prints REJECTED FUL, to be keyed into a second
      * run
         IF CARD-COUNT < 500
           ADD 1 TO CARD-COUNT
           MOVE MANUAL-RECORD TO MCT-CARD-IMAGE (CARD-COUNT)
           MOVE SPACES TO MCT-REJECT-REASON (CARD-COUNT)
           MOVE 0 TO MCT-START-STAMP (CARD-COUNT)
           MOVE 0 TO MCT-END-STAMP (CARD-COUNT)
           MOVE 0 TO MCT-LAST-COUNT-RUN (CARD-COUNT)
           MOVE "N" TO MCT-POSTED-SW (CARD-COUNT)
           MOVE CARD-COUNT TO CARD-IDX
           PERFORM edit-card-fields
           IF MCT-REJECT-REASON (CARD-IDX) = SPACES
             PERFORM tally-budget-task
           END-IF
         ELSE
           ADD 1 TO CARDS-REJECTED
           MOVE "REJECTED " TO EL-DISPOSITION
           MOVE "FUL" TO EL-REASON-CODE
           MOVE "CARD TABLE FULL - RERUN" TO EL-NOTE
           PERFORM write-edit-line
         END-IF.

       edit-card-fields.
      * DTE - not a calendar date, or later than today
      * TIM - an hour or minute off the clock, or an end not after
      *       the start (a block over midnight is two cards)
      * MIN - no minutes, or more minutes than the span holds
      * RSN - no reason given - the card's reason is the only
      *       record of why the time was keyed by hand
         IF MAN-WORK-DATE NOT NUMERIC
           MOVE "DTE" TO MCT-REJECT-REASON (CARD-IDX)
         ELSE
           PERFORM check-card-date
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           IF MAN-START-TIME NOT NUMERIC
               OR MAN-END-TIME NOT NUMERIC
             MOVE "TIM" TO MCT-REJECT-REASON (CARD-IDX)
           ELSE
             IF MAN-START-HH > 23 OR MAN-START-MM > 59
                 OR MAN-END-HH > 23 OR MAN-END-MM > 59
                 OR MAN-END-TIME NOT > MAN-START-TIME
               MOVE "TIM" TO MCT-REJECT-REASON (CARD-IDX)
             END-IF
           END-IF
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           COMPUTE SPAN-MINUTES =
             (MAN-END-HH * 60 + MAN-END-MM)
             - (MAN-START-HH * 60 + MAN-START-MM)
           IF MAN-MINUTES NOT NUMERIC
             MOVE "MIN" TO MCT-REJECT-REASON (CARD-IDX)
           ELSE
             IF MAN-MINUTES = 0 OR MAN-MINUTES > SPAN-MINUTES
               MOVE "MIN" TO MCT-REJECT-REASON (CARD-IDX)
             END-IF
           END-IF
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           IF MAN-REASON = SPACES
             MOVE "RSN" TO MCT-REJECT-REASON (CARD-IDX)
           END-IF
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           COMPUTE MCT-START-STAMP (CARD-IDX) =
             MAN-WORK-DATE * 100000000
             + MAN-START-HH * 1000000 + MAN-START-MM * 10000
           COMPUTE MCT-END-STAMP (CARD-IDX) =
             MAN-WORK-DATE * 100000000
             + MAN-END-HH * 1000000 + MAN-END-MM * 10000
         END-IF.

       check-card-date.
      * all eight digits is not enough - the month must be on the
      * calendar and the day inside that month (the julian bounds
      * arithmetic gets February right in a leap year)
         MOVE MAN-WORK-DATE (1:4) TO DATE-YEAR
         MOVE MAN-WORK-DATE (5:2) TO DATE-MM
         MOVE MAN-WORK-DATE (7:2) TO DATE-DD
         IF DATE-YEAR < 1601 OR DATE-MM = 0 OR DATE-MM > 12
             OR DATE-DD = 0
           MOVE "DTE" TO MCT-REJECT-REASON (CARD-IDX)
         ELSE
           COMPUTE MONTH-FIRST =
             DATE-YEAR * 10000 + DATE-MM * 100 + 1
           IF DATE-MM = 12
             COMPUTE NEXT-FIRST = (DATE-YEAR + 1) * 10000 + 101
           ELSE
             COMPUTE NEXT-FIRST =
               DATE-YEAR * 10000 + (DATE-MM + 1) * 100 + 1
           END-IF
           COMPUTE DAYS-IN-MONTH =
             FUNCTION INTEGER-OF-DATE (NEXT-FIRST)
             - FUNCTION INTEGER-OF-DATE (MONTH-FIRST)
           IF DATE-DD > DAYS-IN-MONTH
               OR MAN-WORK-DATE > RUN-DATE
             MOVE "DTE" TO MCT-REJECT-REASON (CARD-IDX)
           END-IF
         END-IF.

       tally-budget-task.
      * one entry per distinct task on the deck - the log pass adds
      * the live FOCUS minutes each one already carries
         MOVE 0 TO BTASK-IDX
         MOVE 1 TO BTASK-SCAN
         PERFORM UNTIL BTASK-SCAN > BTASK-COUNT OR BTASK-IDX > 0
           IF BTK-TASK-CODE (BTASK-SCAN) = MAN-TASK-CODE
             MOVE BTASK-SCAN TO BTASK-IDX
           END-IF
           ADD 1 TO BTASK-SCAN
         END-PERFORM
         IF BTASK-IDX = 0
           ADD 1 TO BTASK-COUNT
           MOVE MAN-TASK-CODE TO BTK-TASK-CODE (BTASK-COUNT)
           MOVE 0 TO BTK-USED-MINUTES (BTASK-COUNT)
         END-IF.

       read-log-record.
         READ LOG-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - and a half-read log would
      * let an overlapping card through, so it is an error
         IF LOG-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       scan-session-log.
      * one pass of the live log tests every card still standing:
      * any record of the same session (focus, pause or
      * interruption - clocked time is clocked time) whose span
      * crosses the card's refuses it, the highest count-run the
      * session/day carries is kept for the posting, and the FOCUS
      * minutes per deck task feed the budget check; an empty or
      * missing log just means nothing to collide with
         MOVE "N" TO EOF-SW
         OPEN INPUT LOG-FILE
         IF LOG-FILE-STATUS NOT = "00"
           MOVE "Y" TO EOF-SW
         ELSE
           PERFORM read-log-record
         END-IF
         PERFORM UNTIL END-OF-LOG
           ADD 1 TO LOG-RECORDS-READ
           COMPUTE LOG-START-STAMP =
             LOG-START-DATE * 100000000 + LOG-START-TIME
           COMPUTE LOG-END-STAMP =
             LOG-END-DATE * 100000000 + LOG-END-TIME
           MOVE 1 TO CARD-SCAN
           PERFORM UNTIL CARD-SCAN > CARD-COUNT
             IF MCT-REJECT-REASON (CARD-SCAN) = SPACES
               PERFORM check-card-against-log
             END-IF
             ADD 1 TO CARD-SCAN
           END-PERFORM
           IF LOG-IS-FOCUS
             PERFORM charge-budget-task
           END-IF
           PERFORM read-log-record
         END-PERFORM
         IF LOG-FILE-STATUS = "00" OR = "10"
           CLOSE LOG-FILE
         END-IF.

       check-card-against-log.
         MOVE MCT-CARD-IMAGE (CARD-SCAN) TO MANUAL-RECORD
         IF LOG-SESSION-ID = MAN-SESSION-ID
           IF MCT-START-STAMP (CARD-SCAN) < LOG-END-STAMP
               AND LOG-START-STAMP < MCT-END-STAMP (CARD-SCAN)
             MOVE "OVL" TO MCT-REJECT-REASON (CARD-SCAN)
           END-IF
           IF LOG-END-DATE = MAN-WORK-DATE
               AND LOG-COUNT-RUN > MCT-LAST-COUNT-RUN (CARD-SCAN)
             MOVE LOG-COUNT-RUN TO MCT-LAST-COUNT-RUN (CARD-SCAN)
           END-IF
         END-IF.

       charge-budget-task.
         MOVE 1 TO BTASK-SCAN
         PERFORM UNTIL BTASK-SCAN > BTASK-COUNT
           IF BTK-TASK-CODE (BTASK-SCAN) = LOG-TASK-CODE
             ADD LOG-DURATION-MINUTES
               TO BTK-USED-MINUTES (BTASK-SCAN)
             MOVE BTASK-COUNT TO BTASK-SCAN
           END-IF
           ADD 1 TO BTASK-SCAN
         END-PERFORM.

       post-manual-entries.
      * second phase, in deck order: the master and calendar edits,
      * the overlap with cards already posted this run, then the
      * log append and the history add for every card left standing
         PERFORM open-posting-files
         MOVE 1 TO CARD-IDX
         PERFORM UNTIL CARD-IDX > CARD-COUNT
           MOVE MCT-CARD-IMAGE (CARD-IDX) TO MANUAL-RECORD
           IF MCT-REJECT-REASON (CARD-IDX) = SPACES
             PERFORM edit-card-masters
           END-IF
           IF MCT-REJECT-REASON (CARD-IDX) = SPACES
             PERFORM check-earlier-cards
           END-IF
           EVALUATE MCT-REJECT-REASON (CARD-IDX)
             WHEN SPACES
               PERFORM post-manual-card
             WHEN "PER"
               PERFORM suspend-manual-card
             WHEN OTHER
               PERFORM report-rejected-card
           END-EVALUATE
           ADD 1 TO CARD-IDX
         END-PERFORM
         CLOSE LOG-FILE
         CLOSE HISTORY-FILE
         CLOSE CHECKPOINT-FILE
         CLOSE SUSPENSE-FILE.

       open-posting-files.
      * indexed files must already exist before OPEN I-O - create an
      * empty one the first time, the way the timer does
         OPEN EXTEND LOG-FILE
         IF LOG-FILE-STATUS NOT = "00"
           OPEN OUTPUT LOG-FILE
         END-IF
         IF LOG-FILE-STATUS NOT = "00"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN I-O HISTORY-FILE
         IF HIST-FILE-STATUS NOT = "00"
           OPEN OUTPUT HISTORY-FILE
           CLOSE HISTORY-FILE
           OPEN I-O HISTORY-FILE
         END-IF
         IF HIST-FILE-STATUS NOT = "00"
           MOVE "PMDHIST " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE HIST-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN I-O CHECKPOINT-FILE
         IF CKPT-FILE-STATUS NOT = "00"
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           OPEN I-O CHECKPOINT-FILE
         END-IF
         IF CKPT-FILE-STATUS NOT = "00"
           MOVE "PMDCKPT " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE CKPT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN EXTEND SUSPENSE-FILE
         IF SUSPENSE-FILE-STATUS NOT = "00"
           OPEN OUTPUT SUSPENSE-FILE
         END-IF
         IF SUSPENSE-FILE-STATUS NOT = "00"
           MOVE "PMDSUS  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE SUSPENSE-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       edit-card-masters.
      * SES/INA - session not on the master, or inactive
      * TSK/CLS - task not on the master, or closed
      * CAL     - not a working day on the site calendar
      * PER     - an otherwise good card in a closed period, which
      *           goes to suspense instead of the log
         MOVE MAN-SESSION-ID TO SESS-SESSION-ID
         READ SESSION-FILE
           INVALID KEY
             MOVE "SES" TO MCT-REJECT-REASON (CARD-IDX)
           NOT INVALID KEY
             IF NOT SESS-ACTIVE
               MOVE "INA" TO MCT-REJECT-REASON (CARD-IDX)
             END-IF
         END-READ
         IF SESS-FILE-STATUS NOT = "00" AND NOT = "23"
           MOVE "PMDSESS " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE SESS-FILE-STATUS TO ERR-STATUS
           MOVE MAN-SESSION-ID TO ERR-KEY
           PERFORM file-error
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           MOVE MAN-TASK-CODE TO TMAST-CODE
           READ TASK-FILE
             INVALID KEY
               MOVE "TSK" TO MCT-REJECT-REASON (CARD-IDX)
             NOT INVALID KEY
               IF NOT TMAST-ACTIVE
                 MOVE "CLS" TO MCT-REJECT-REASON (CARD-IDX)
               END-IF
           END-READ
           IF TASK-FILE-STATUS NOT = "00" AND NOT = "23"
             MOVE "PMDTASK " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE TASK-FILE-STATUS TO ERR-STATUS
             MOVE MAN-TASK-CODE TO ERR-KEY
             PERFORM file-error
           END-IF
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           MOVE MAN-WORK-DATE TO CHECK-DATE
           PERFORM check-working-day
           IF NOT WORKING-DAY
             MOVE "CAL" TO MCT-REJECT-REASON (CARD-IDX)
           END-IF
         END-IF
         IF MCT-REJECT-REASON (CARD-IDX) = SPACES
           COMPUTE CHECK-PERIOD = MAN-WORK-DATE / 100
           PERFORM check-period-closed
           IF PERIOD-CLOSED
             MOVE "PER" TO MCT-REJECT-REASON (CARD-IDX)
           END-IF
         END-IF.

       check-earlier-cards.
      * DUP - crosses a card already posted this run for the same
      * session; two cards for one session/day also share the
      * count-run climb, so the later one starts above the earlier
         MOVE 1 TO CARD-SCAN
         PERFORM UNTIL CARD-SCAN NOT < CARD-IDX
           IF MCT-POSTED (CARD-SCAN)
               AND MCT-CARD-IMAGE (CARD-SCAN) (1:8) = MAN-SESSION-ID
             IF MCT-START-STAMP (CARD-SCAN)
                 < MCT-END-STAMP (CARD-IDX)
                 AND MCT-START-STAMP (CARD-IDX)
                 < MCT-END-STAMP (CARD-SCAN)
               MOVE "DUP" TO MCT-REJECT-REASON (CARD-IDX)
             END-IF
             IF MCT-CARD-IMAGE (CARD-SCAN) (21:8) = MAN-WORK-DATE
                 AND MCT-LAST-COUNT-RUN (CARD-SCAN)
                 > MCT-LAST-COUNT-RUN (CARD-IDX)
               MOVE MCT-LAST-COUNT-RUN (CARD-SCAN)
                 TO MCT-LAST-COUNT-RUN (CARD-IDX)
             END-IF
           END-IF
           ADD 1 TO CARD-SCAN
         END-PERFORM.

       post-manual-card.
         COMPUTE NEW-COUNT-RUN = MCT-LAST-COUNT-RUN (CARD-IDX) + 1
         MOVE NEW-COUNT-RUN TO MCT-LAST-COUNT-RUN (CARD-IDX)
         MOVE "Y" TO MCT-POSTED-SW (CARD-IDX)
         PERFORM write-manual-log-record
         PERFORM add-manual-history
         PERFORM raise-checkpoint
         PERFORM check-manual-budget
         ADD 1 TO CARDS-POSTED
         ADD MAN-MINUTES TO MINUTES-POSTED
         MOVE "POSTED   " TO EL-DISPOSITION
         MOVE SPACES TO EL-REASON-CODE
         MOVE BUDGET-NOTE TO EL-NOTE
         PERFORM write-edit-line.

       write-manual-log-record.
      * the FILLER separators carry no VALUE at run time, so blank
      * the whole record before the fields are moved in
         MOVE SPACES TO LOG-RECORD
         MOVE MAN-SESSION-ID TO LOG-SESSION-ID
         MOVE "FOCUS      " TO LOG-CYCLE-TYPE
         MOVE MAN-TASK-CODE TO LOG-TASK-CODE
         MOVE MAN-WORK-DATE TO LOG-START-DATE
         COMPUTE LOG-START-TIME =
           MAN-START-HH * 1000000 + MAN-START-MM * 10000
         MOVE MAN-WORK-DATE TO LOG-END-DATE
         COMPUTE LOG-END-TIME =
           MAN-END-HH * 1000000 + MAN-END-MM * 10000
         MOVE NEW-COUNT-RUN TO LOG-COUNT-RUN
         MOVE MAN-MINUTES TO LOG-DURATION-MINUTES
         MOVE "M" TO LOG-REASON-CODE
         WRITE LOG-RECORD
         IF LOG-FILE-STATUS NOT = "00"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE LOG-SESSION-ID TO ERR-KEY
           PERFORM file-error
         END-IF.

       add-manual-history.
      * one cycle and the card's minutes onto the session/day row,
      * exactly as the timer's update-history adds a clocked block -
      * the nightly audit ties the two files out by these totals
         MOVE MAN-SESSION-ID TO HIST-SESSION-ID
         MOVE MAN-WORK-DATE TO HIST-DATE
         READ HISTORY-FILE KEY HIST-KEY
           INVALID KEY
             MOVE 1 TO HIST-FOCUS-CYCLES
             MOVE MAN-MINUTES TO HIST-FOCUS-MINUTES
             WRITE HISTORY-RECORD
           NOT INVALID KEY
             ADD 1 TO HIST-FOCUS-CYCLES
             ADD MAN-MINUTES TO HIST-FOCUS-MINUTES
             REWRITE HISTORY-RECORD
         END-READ
         IF HIST-FILE-STATUS NOT = "00"
           MOVE "PMDHIST " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE HIST-FILE-STATUS TO ERR-STATUS
           MOVE HIST-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       raise-checkpoint.
      * a checkpoint kept for the session/day is where a later timer
      * start resumes its count - left below the manual record, the
      * next clocked block would go backwards and the audit would
      * reject it; a day with no checkpoint (the usual case, a past
      * day) needs none
         MOVE MAN-SESSION-ID TO CKPT-SESSION-ID
         MOVE MAN-WORK-DATE TO CKPT-DATE
         READ CHECKPOINT-FILE KEY CKPT-KEY
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             IF CKPT-COUNT-RUN < NEW-COUNT-RUN
               MOVE NEW-COUNT-RUN TO CKPT-COUNT-RUN
               REWRITE CHECKPOINT-RECORD
             END-IF
         END-READ
         IF CKPT-FILE-STATUS NOT = "00" AND NOT = "23"
           MOVE "PMDCKPT " TO ERR-FILE-NAME
           MOVE "REWRITE " TO ERR-OPERATION
           MOVE CKPT-FILE-STATUS TO ERR-STATUS
           MOVE CKPT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       check-manual-budget.
      * the burn is the archived minutes on the master, the live
      * log's FOCUS minutes, and whatever this deck has posted to
      * the task so far - a zero budget checks nothing
         MOVE SPACES TO BUDGET-NOTE
         MOVE 0 TO BTASK-IDX
         MOVE 1 TO BTASK-SCAN
         PERFORM UNTIL BTASK-SCAN > BTASK-COUNT OR BTASK-IDX > 0
           IF BTK-TASK-CODE (BTASK-SCAN) = MAN-TASK-CODE
             MOVE BTASK-SCAN TO BTASK-IDX
           END-IF
           ADD 1 TO BTASK-SCAN
         END-PERFORM
         IF BTASK-IDX > 0
           ADD MAN-MINUTES TO BTK-USED-MINUTES (BTASK-IDX)
           IF TMAST-BUDGET-HOURS > 0
             COMPUTE BUDGET-USED-MINUTES =
               BTK-USED-MINUTES (BTASK-IDX) + TMAST-ARCHIVED-MINUTES
             COMPUTE BUDGET-MINUTES = TMAST-BUDGET-HOURS * 60
             COMPUTE BUDGET-WARN-MINUTES =
               BUDGET-MINUTES * BUDGET-WARN-PERCENT / 100
             IF BUDGET-USED-MINUTES NOT < BUDGET-MINUTES
               MOVE "OVER BUDGET" TO BUDGET-NOTE
               ADD 1 TO BUDGET-WARNINGS
             ELSE
               IF BUDGET-USED-MINUTES NOT < BUDGET-WARN-MINUTES
                 MOVE "BUDGET WARNING" TO BUDGET-NOTE
                 ADD 1 TO BUDGET-WARNINGS
               END-IF
             END-IF
           END-IF
         END-IF.

       suspend-manual-card.
      * the card goes to suspense exactly as keyed, so it can be
      * fed back in once the period is reopened or billed by hand
         MOVE SPACES TO SUSPENSE-RECORD
         MOVE MCT-CARD-IMAGE (CARD-IDX) TO SUSPENSE-RECORD
         WRITE SUSPENSE-RECORD
         IF SUSPENSE-FILE-STATUS NOT = "00"
           MOVE "PMDSUS  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE SUSPENSE-FILE-STATUS TO ERR-STATUS
           MOVE MAN-SESSION-ID TO ERR-KEY
           PERFORM file-error
         END-IF
         ADD 1 TO CARDS-SUSPENDED
         ADD 1 TO CARDS-REJECTED
         MOVE "SUSPENSE " TO EL-DISPOSITION
         MOVE "PER" TO EL-REASON-CODE
         MOVE "PERIOD CLOSED" TO EL-NOTE
         PERFORM write-edit-line.

       load-period-table.
      * the whole period-control file fits in storage - a card per
      * close or reopen; no file at all means no period is closed
         MOVE 0 TO PERIOD-COUNT
         MOVE "N" TO PER-EOF-SW
         OPEN INPUT PERIOD-FILE
         IF PERIOD-FILE-STATUS NOT = "00"
           MOVE "Y" TO PER-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-PERIODS
           READ PERIOD-FILE
             AT END
               MOVE "Y" TO PER-EOF-SW
             NOT AT END
               PERFORM store-period-card
           END-READ
           IF PERIOD-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "PMDPER  " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE PERIOD-FILE-STATUS TO ERR-STATUS
             MOVE SPACES TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         IF PERIOD-FILE-STATUS = "00" OR = "10"
           CLOSE PERIOD-FILE
         END-IF.

       store-period-card.
         MOVE 0 TO PERIOD-IDX
         MOVE 1 TO PERIOD-SCAN
         PERFORM UNTIL PERIOD-SCAN > PERIOD-COUNT OR PERIOD-IDX > 0
           IF PRT-PERIOD (PERIOD-SCAN) = PER-PERIOD
             MOVE PERIOD-SCAN TO PERIOD-IDX
           END-IF
           ADD 1 TO PERIOD-SCAN
         END-PERFORM
         IF PERIOD-IDX = 0
           IF PERIOD-COUNT < 200
             ADD 1 TO PERIOD-COUNT
             MOVE PERIOD-COUNT TO PERIOD-IDX
             MOVE PER-PERIOD TO PRT-PERIOD (PERIOD-IDX)
           ELSE
             DISPLAY "pmdmanl: period table full, card skipped: "
               PER-PERIOD
           END-IF
         END-IF
         IF PERIOD-IDX > 0
           MOVE PER-STATUS TO PRT-STATUS (PERIOD-IDX)
         END-IF.

       check-period-closed.
         MOVE "N" TO PERIOD-CLOSED-SW
         MOVE 1 TO PERIOD-SCAN
         PERFORM UNTIL PERIOD-SCAN > PERIOD-COUNT
           IF PRT-PERIOD (PERIOD-SCAN) = CHECK-PERIOD
             IF PRT-STATUS (PERIOD-SCAN) = "C"
               MOVE "Y" TO PERIOD-CLOSED-SW
             ELSE
               MOVE "N" TO PERIOD-CLOSED-SW
             END-IF
           END-IF
           ADD 1 TO PERIOD-SCAN
         END-PERFORM.

       report-rejected-card.
         ADD 1 TO CARDS-REJECTED
         MOVE "REJECTED " TO EL-DISPOSITION
         MOVE MCT-REJECT-REASON (CARD-IDX) TO EL-REASON-CODE
         EVALUATE MCT-REJECT-REASON (CARD-IDX)
           WHEN "DTE"
             MOVE "BAD OR FUTURE DATE" TO EL-NOTE
           WHEN "TIM"
             MOVE "BAD START/END TIME" TO EL-NOTE
           WHEN "MIN"
             MOVE "MINUTES DO NOT FIT SPAN" TO EL-NOTE
           WHEN "RSN"
             MOVE "NO REASON GIVEN" TO EL-NOTE
           WHEN "SES"
             MOVE "SESSION NOT ON MASTER" TO EL-NOTE
           WHEN "INA"
             MOVE "SESSION INACTIVE" TO EL-NOTE
           WHEN "TSK"
             MOVE "TASK NOT ON MASTER" TO EL-NOTE
           WHEN "CLS"
             MOVE "TASK CLOSED" TO EL-NOTE
           WHEN "CAL"
             MOVE "NOT A WORKING DAY" TO EL-NOTE
           WHEN "OVL"
             MOVE "OVERLAPS LOGGED TIME" TO EL-NOTE
           WHEN "DUP"
             MOVE "OVERLAPS EARLIER CARD" TO EL-NOTE
           WHEN OTHER
             MOVE SPACES TO EL-NOTE
         END-EVALUATE
         PERFORM write-edit-line.

       write-edit-line.
      * the card as keyed goes out whatever shape it is in - a card
      * rejected for a bad date or time still shows what was typed
         MOVE MAN-SESSION-ID TO EL-SESSION-ID
         MOVE MAN-TASK-CODE TO EL-TASK-CODE
         IF MAN-WORK-DATE NUMERIC
           MOVE MAN-WORK-DATE TO EL-DATE
         ELSE
           MOVE 0 TO EL-DATE
         END-IF
         IF MAN-START-TIME NUMERIC
           MOVE MAN-START-HH TO EL-START-HH
           MOVE MAN-START-MM TO EL-START-MM
         ELSE
           MOVE 0 TO EL-START-HH
           MOVE 0 TO EL-START-MM
         END-IF
         IF MAN-END-TIME NUMERIC
           MOVE MAN-END-HH TO EL-END-HH
           MOVE MAN-END-MM TO EL-END-MM
         ELSE
           MOVE 0 TO EL-END-HH
           MOVE 0 TO EL-END-MM
         END-IF
         IF MAN-MINUTES NUMERIC
           MOVE MAN-MINUTES TO EL-MINUTES
         ELSE
           MOVE 0 TO EL-MINUTES
         END-IF
         MOVE MAN-REASON TO EL-CARD-REASON
         MOVE EDIT-LINE TO EDIT-REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE EDIT-REPORT-RECORD
         IF EDIT-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDMER  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE EDIT-REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       write-edit-totals.
         MOVE CARDS-READ TO TT-CARDS
         MOVE CARDS-POSTED TO TT-POSTED
         MOVE CARDS-REJECTED TO TT-REJECTED
         MOVE MINUTES-POSTED TO TT-MINUTES
         MOVE BUDGET-WARNINGS TO TT-WARNINGS
         MOVE TOTALS-LINE TO EDIT-REPORT-RECORD
         PERFORM write-report-line.

       write-run-record.
      * one run-control record at end of step - the morning status
      * report (pmdmorn) reads these, so the operator sees the
      * whole night on one page; an unwritable control file is
      * shouted but does not fail the step, since pmdmorn flags a
      * missing record anyway
         OPEN EXTEND RUN-CONTROL-FILE
         IF RUN-FILE-STATUS NOT = "00"
           OPEN OUTPUT RUN-CONTROL-FILE
         END-IF
         IF RUN-FILE-STATUS NOT = "00"
           DISPLAY "pmdmanl: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDMANL " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE CARDS-READ TO RCTL-READ
           MOVE CARDS-POSTED TO RCTL-WRITTEN
           MOVE CARDS-REJECTED TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdmanl: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
