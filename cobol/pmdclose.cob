       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdclose.

      * month-end billing-period close - once pmdbill has sent a
      * month and pmdack has seen it all accepted, the month is
      * locked so nothing can quietly change under figures corporate
      * has already posted:
      *   - the EXEC-card PARM names the month (YYYYMM, required); a
      *     month not yet over cannot be closed
      *   - every PMDBST billing-status record dated in the month
      *     must be A(ccepted) - anything still S(ent) or R(ejected)
      *     is listed and holds the close
      *   - every task/date the live log carries FOCUS time for in
      *     the month must have been billed at all - a task/date
      *     with no PMDBST record is listed NOT BILLED and holds the
      *     close too
      *   - with nothing outstanding, the accepted hours and amount
      *     of each detail are locked in as the posted figures
      *     later adjustments are measured against, and a C(losed)
      *     card with the month's count and totals is appended to
      *     the PMDPER period-control file
      * from then on the posting programs (pomodoro, pmdmanl)
      * refuse or suspend time dated in the month, and pmdbill sends
      * any change to it as debit/credit adjustment details
      * RC=4 when the close was held (or the month was already
      * closed), RC=8 when the PARM is missing, malformed or names a
      * month not yet over; the file failure classes from the common
      * pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT PERIOD-FILE ASSIGN TO "PMDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

             SELECT STATUS-FILE ASSIGN TO "PMDBST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTAT-KEY
               FILE STATUS IS STATUS-FILE-STATUS.

             SELECT LOG-FILE ASSIGN TO "PMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

             SELECT CLOSE-REPORT-FILE ASSIGN TO "PMDCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD PERIOD-FILE.
           01 PERIOD-RECORD.
             COPY prdrec.

           FD STATUS-FILE.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD LOG-FILE.
           01 LOG-RECORD.
             COPY logrec.

           FD CLOSE-REPORT-FILE.
           01 CLOSE-REPORT-RECORD PIC X(100).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 PERIOD-FILE-STATUS        PIC X(02).
           77 STATUS-FILE-STATUS        PIC X(02).
           77 LOG-FILE-STATUS           PIC X(02).
           77 CLOSE-REPORT-FILE-STATUS  PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-LOG  VALUE "Y".
           77 STAT-EOF-SW  PIC X(01).
             88 END-OF-STATUS  VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the month to close, YYYYMM
           77 CMD-LINE        PIC X(80).
           77 MONTH-TEXT      PIC X(06).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".
           77 CLOSE-YEAR      PIC 9(04).
           77 CLOSE-MONTH     PIC 9(02).
           77 CLOSE-PERIOD    PIC 9(06).
           77 MONTH-FIRST     PIC 9(08).
           77 MONTH-LAST      PIC 9(08).
           77 NEXT-FIRST      PIC 9(08).
           77 DAYS-IN-MONTH   PIC 9(02).
           77 RUN-DATE        PIC 9(08).

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

      * what holds the close - the task/dates the log has FOCUS time
      * for but billing never saw are kept so each prints once
           77 UNBILLED-COUNT  PIC 9(03).
           77 UNBILLED-IDX    PIC 9(03).
           77 UNBILLED-FOUND-SW  PIC X(01).
             88 UNBILLED-FOUND    VALUE "Y".
         01 UNBILLED-TABLE.
           05 UNBILLED-ENTRY OCCURS 500 TIMES.
             10 UBT-TASK-CODE  PIC X(10).
             10 UBT-DATE       PIC 9(08).

           77 LOG-RECORDS-READ    PIC 9(08) VALUE ZERO.
           77 PERIOD-DETAILS      PIC 9(07) VALUE ZERO.
           77 ACCEPTED-DETAILS    PIC 9(07) VALUE ZERO.
           77 OUTSTANDING-COUNT   PIC 9(07) VALUE ZERO.
           77 LOCKED-COUNT        PIC 9(07) VALUE ZERO.
           77 ACCEPTED-HOURS      PIC 9(07)V9 VALUE ZERO.
           77 ACCEPTED-AMOUNT     PIC 9(09)V99 VALUE ZERO.

         01 TITLE-LINE.
           05 FILLER            PIC X(30)
                                VALUE "POMODORO BILLING PERIOD CLOSE ".
           05 FILLER            PIC X(07) VALUE "PERIOD ".
           05 TL-PERIOD          PIC 9(06).
           05 FILLER            PIC X(06) VALUE "  RUN ".
           05 TL-RUN-DATE        PIC 9999/99/99.

         01 OUTSTANDING-LINE.
           05 OL-DISPOSITION     PIC X(13).
           05 OL-TASK-CODE       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 OL-DATE            PIC 9999/99/99.
           05 FILLER            PIC X(09) VALUE "  status ".
           05 OL-STATUS          PIC X(01).
           05 FILLER            PIC X(08) VALUE "  hours ".
           05 OL-HOURS           PIC ZZZZ9.9.
           05 FILLER            PIC X(09) VALUE "  amount ".
           05 OL-AMOUNT          PIC ZZZZZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 OL-ERROR-CODE      PIC X(04).

         01 RESULT-LINE.
           05 FILLER            PIC X(07) VALUE "PERIOD ".
           05 RL-PERIOD          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RL-RESULT          PIC X(50).

         01 TOTALS-LINE.
           05 FILLER            PIC X(15) VALUE "CLOSE TOTALS - ".
           05 FILLER            PIC X(09) VALUE "details: ".
           05 TT-DETAILS         PIC ZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " accepted: ".
           05 TT-ACCEPTED        PIC ZZZZZZ9.
           05 FILLER            PIC X(14) VALUE " outstanding: ".
           05 TT-OUTSTANDING     PIC ZZZZZZ9.
           05 FILLER            PIC X(08) VALUE " hours: ".
           05 TT-HOURS           PIC ZZZZZZ9.9.
           05 FILLER            PIC X(09) VALUE " amount: ".
           05 TT-AMOUNT          PIC ZZZZZZZZ9.99.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         ACCEPT RUN-DATE FROM DATE YYYYMMDD
         PERFORM parse-close-month
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM load-period-table
           MOVE CLOSE-PERIOD TO CHECK-PERIOD
           PERFORM check-period-closed
           IF PERIOD-CLOSED
             DISPLAY "pmdclose: period " CLOSE-PERIOD
               " is already closed - nothing done"
             MOVE 4 TO RETURN-CODE
           ELSE
             PERFORM initialize-close
             PERFORM check-period-details
             PERFORM check-unbilled-time
             IF OUTSTANDING-COUNT > 0
               MOVE "NOT CLOSED - DETAILS OUTSTANDING, SEE ABOVE"
                 TO RL-RESULT
               MOVE 4 TO RETURN-CODE
             ELSE
               PERFORM lock-posted-figures
               PERFORM append-close-card
               MOVE "CLOSED" TO RL-RESULT
             END-IF
             PERFORM write-close-totals
             CLOSE STATUS-FILE
             CLOSE CLOSE-REPORT-FILE
           END-IF
         END-IF
         DISPLAY "pmdclose: period " CLOSE-PERIOD " details "
           PERIOD-DETAILS " outstanding " OUTSTANDING-COUNT
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDCLOSE" TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDCLOSE" TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-close-month.
      * the month is required, and must be over - closing a month
      * still being worked would lock out today's own time
         MOVE "N" TO PARM-BAD-SW
         MOVE 0 TO CLOSE-PERIOD
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO MONTH-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE INTO MONTH-TEXT
         END-IF
         IF MONTH-TEXT = SPACES OR MONTH-TEXT NOT NUMERIC
           DISPLAY "pmdclose: month missing or bad on PARM "
             "(YYYYMM): " MONTH-TEXT
           MOVE "Y" TO PARM-BAD-SW
         ELSE
           MOVE MONTH-TEXT (1:4) TO CLOSE-YEAR
           MOVE MONTH-TEXT (5:2) TO CLOSE-MONTH
           IF CLOSE-MONTH = 0 OR CLOSE-MONTH > 12
             DISPLAY "pmdclose: not a calendar month: " MONTH-TEXT
             MOVE "Y" TO PARM-BAD-SW
           ELSE
             MOVE MONTH-TEXT TO CLOSE-PERIOD
             PERFORM derive-month-bounds
             IF MONTH-LAST NOT < RUN-DATE
               DISPLAY "pmdclose: month " MONTH-TEXT
                 " is not over yet"
               MOVE "Y" TO PARM-BAD-SW
             END-IF
           END-IF
         END-IF.

       derive-month-bounds.
      * first and last date of the month off the julian day
      * numbers - no table of month lengths to get February wrong
      * in a leap year
         COMPUTE MONTH-FIRST =
           CLOSE-YEAR * 10000 + CLOSE-MONTH * 100 + 1
         IF CLOSE-MONTH = 12
           COMPUTE NEXT-FIRST = (CLOSE-YEAR + 1) * 10000 + 101
         ELSE
           COMPUTE NEXT-FIRST =
             CLOSE-YEAR * 10000 + (CLOSE-MONTH + 1) * 100 + 1
         END-IF
         COMPUTE DAYS-IN-MONTH =
           FUNCTION INTEGER-OF-DATE (NEXT-FIRST)
           - FUNCTION INTEGER-OF-DATE (MONTH-FIRST)
         COMPUTE MONTH-LAST = MONTH-FIRST + DAYS-IN-MONTH - 1.

       load-period-table.
      * the whole period-control file fits in storage - a card per
      * close or reopen; the last card for a period decides, and no
      * file at all means no period has been closed yet
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
      * a hard I/O error is not AT END - and a half-read control
      * file could close a period twice, so it is an error
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
             DISPLAY "pmdclose: period table full, card skipped: "
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

       initialize-close.
      * the status file is the whole basis of the close - one that
      * cannot be opened stops the run through the common handler
         OPEN OUTPUT CLOSE-REPORT-FILE
         IF CLOSE-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDCLR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE CLOSE-REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN I-O STATUS-FILE
         IF STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE CLOSE-PERIOD TO TL-PERIOD
         MOVE RUN-DATE TO TL-RUN-DATE
         MOVE TITLE-LINE TO CLOSE-REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO CLOSE-REPORT-RECORD
         PERFORM write-report-line.

       start-status-browse.
         MOVE "N" TO STAT-EOF-SW
         MOVE LOW-VALUES TO BSTAT-KEY
         START STATUS-FILE KEY NOT < BSTAT-KEY
           INVALID KEY
             MOVE "Y" TO STAT-EOF-SW
         END-START.

       read-next-status.
         READ STATUS-FILE NEXT
           AT END
             MOVE "Y" TO STAT-EOF-SW
         END-READ
      * a hard I/O error is not AT END - without this the browse
      * would spin on the same failing READ forever
         IF STATUS-FILE-STATUS NOT = "00" AND NOT = "02"
             AND NOT = "10"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       check-period-details.
      * every detail billed for the month must be A(ccepted) - the
      * file is keyed task first, so the whole file is browsed and
      * the month picked out by date
         PERFORM start-status-browse
         IF NOT END-OF-STATUS
           PERFORM read-next-status
         END-IF
         PERFORM UNTIL END-OF-STATUS
           IF BSTAT-DATE NOT < MONTH-FIRST
               AND BSTAT-DATE NOT > MONTH-LAST
             ADD 1 TO PERIOD-DETAILS
             IF BSTAT-ACCEPTED
               ADD 1 TO ACCEPTED-DETAILS
               ADD BSTAT-HOURS TO ACCEPTED-HOURS
               ADD BSTAT-AMOUNT TO ACCEPTED-AMOUNT
             ELSE
               ADD 1 TO OUTSTANDING-COUNT
               MOVE "NOT ACCEPTED " TO OL-DISPOSITION
               MOVE BSTAT-TASK-CODE TO OL-TASK-CODE
               MOVE BSTAT-DATE TO OL-DATE
               MOVE BSTAT-STATUS TO OL-STATUS
               MOVE BSTAT-HOURS TO OL-HOURS
               MOVE BSTAT-AMOUNT TO OL-AMOUNT
               MOVE BSTAT-ERROR-CODE TO OL-ERROR-CODE
               MOVE OUTSTANDING-LINE TO CLOSE-REPORT-RECORD
               PERFORM write-report-line
             END-IF
           END-IF
           PERFORM read-next-status
         END-PERFORM.

       read-log-record.
         READ LOG-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - without this the pass
      * would spin on the same failing READ forever
         IF LOG-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       check-unbilled-time.
      * FOCUS time in the month with no billing-status record was
      * never sent at all - closing over it would strand it; only
      * the live log is read, so days already cut to the archive
      * are taken as settled
         MOVE 0 TO UNBILLED-COUNT
         MOVE "N" TO EOF-SW
         OPEN INPUT LOG-FILE
         IF LOG-FILE-STATUS NOT = "00"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-log-record
         PERFORM UNTIL END-OF-LOG
           ADD 1 TO LOG-RECORDS-READ
           IF LOG-IS-FOCUS
               AND LOG-END-DATE NOT < MONTH-FIRST
               AND LOG-END-DATE NOT > MONTH-LAST
             PERFORM check-log-billed
           END-IF
           PERFORM read-log-record
         END-PERFORM
         CLOSE LOG-FILE.

       check-log-billed.
         MOVE LOG-TASK-CODE TO BSTAT-TASK-CODE
         MOVE LOG-END-DATE TO BSTAT-DATE
         READ STATUS-FILE KEY BSTAT-KEY
           INVALID KEY
             PERFORM note-unbilled-time
         END-READ
         IF STATUS-FILE-STATUS NOT = "00" AND NOT = "23"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       note-unbilled-time.
      * each task/date prints once however many blocks it holds; a
      * table overflow still holds the close, it just stops listing
         MOVE "N" TO UNBILLED-FOUND-SW
         MOVE 1 TO UNBILLED-IDX
         PERFORM UNTIL UNBILLED-IDX > UNBILLED-COUNT OR UNBILLED-FOUND
           IF UBT-TASK-CODE (UNBILLED-IDX) = LOG-TASK-CODE
               AND UBT-DATE (UNBILLED-IDX) = LOG-END-DATE
             MOVE "Y" TO UNBILLED-FOUND-SW
           ELSE
             ADD 1 TO UNBILLED-IDX
           END-IF
         END-PERFORM
         IF NOT UNBILLED-FOUND
           ADD 1 TO OUTSTANDING-COUNT
           IF UNBILLED-COUNT < 500
             ADD 1 TO UNBILLED-COUNT
             MOVE LOG-TASK-CODE TO UBT-TASK-CODE (UNBILLED-COUNT)
             MOVE LOG-END-DATE TO UBT-DATE (UNBILLED-COUNT)
             MOVE "NOT BILLED   " TO OL-DISPOSITION
             MOVE LOG-TASK-CODE TO OL-TASK-CODE
             MOVE LOG-END-DATE TO OL-DATE
             MOVE SPACE TO OL-STATUS
             MOVE 0 TO OL-HOURS
             MOVE 0 TO OL-AMOUNT
             MOVE SPACES TO OL-ERROR-CODE
             MOVE OUTSTANDING-LINE TO CLOSE-REPORT-RECORD
             PERFORM write-report-line
           END-IF
         END-IF.

       lock-posted-figures.
      * what corporate accepted for each detail becomes the posted
      * figure an adjustment is measured against - set here as well
      * as at acknowledgment, so a detail accepted before the
      * posted figures were kept is locked at its accepted value
         PERFORM start-status-browse
         IF NOT END-OF-STATUS
           PERFORM read-next-status
         END-IF
         PERFORM UNTIL END-OF-STATUS
           IF BSTAT-DATE NOT < MONTH-FIRST
               AND BSTAT-DATE NOT > MONTH-LAST
             MOVE BSTAT-HOURS TO BSTAT-POSTED-HOURS
             MOVE BSTAT-AMOUNT TO BSTAT-POSTED-AMOUNT
             REWRITE STATUS-RECORD
             IF STATUS-FILE-STATUS NOT = "00"
               MOVE "PMDBST  " TO ERR-FILE-NAME
               MOVE "REWRITE " TO ERR-OPERATION
               MOVE STATUS-FILE-STATUS TO ERR-STATUS
               MOVE BSTAT-KEY TO ERR-KEY
               PERFORM file-error
             END-IF
             ADD 1 TO LOCKED-COUNT
           END-IF
           PERFORM read-next-status
         END-PERFORM.

       append-close-card.
      * append to the control file - create it on the first close,
      * the same open fallback the timer uses for its log
         OPEN EXTEND PERIOD-FILE
         IF PERIOD-FILE-STATUS NOT = "00"
           OPEN OUTPUT PERIOD-FILE
         END-IF
         IF PERIOD-FILE-STATUS NOT = "00"
           MOVE "PMDPER  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE PERIOD-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
      * the FILLER separators carry no VALUE at run time, so blank
      * the record before the fields are moved in
         MOVE SPACES TO PERIOD-RECORD
         MOVE CLOSE-PERIOD TO PER-PERIOD
         MOVE "C" TO PER-STATUS
         MOVE RUN-DATE TO PER-CLOSE-DATE
         MOVE ACCEPTED-DETAILS TO PER-DETAIL-COUNT
         MOVE ACCEPTED-HOURS TO PER-HOURS
         MOVE ACCEPTED-AMOUNT TO PER-AMOUNT
         WRITE PERIOD-RECORD
         IF PERIOD-FILE-STATUS NOT = "00"
           MOVE "PMDPER  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE PERIOD-FILE-STATUS TO ERR-STATUS
           MOVE CLOSE-PERIOD TO ERR-KEY
           PERFORM file-error
         END-IF
         CLOSE PERIOD-FILE.

       write-close-totals.
         MOVE SPACES TO CLOSE-REPORT-RECORD
         PERFORM write-report-line
         MOVE CLOSE-PERIOD TO RL-PERIOD
         MOVE RESULT-LINE TO CLOSE-REPORT-RECORD
         PERFORM write-report-line
         MOVE PERIOD-DETAILS TO TT-DETAILS
         MOVE ACCEPTED-DETAILS TO TT-ACCEPTED
         MOVE OUTSTANDING-COUNT TO TT-OUTSTANDING
         MOVE ACCEPTED-HOURS TO TT-HOURS
         MOVE ACCEPTED-AMOUNT TO TT-AMOUNT
         MOVE TOTALS-LINE TO CLOSE-REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE CLOSE-REPORT-RECORD
         IF CLOSE-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDCLR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE CLOSE-REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

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
           DISPLAY "pmdclose: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDCLOSE" TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE PERIOD-DETAILS TO RCTL-READ
           MOVE LOCKED-COUNT TO RCTL-WRITTEN
           MOVE OUTSTANDING-COUNT TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdclose: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
