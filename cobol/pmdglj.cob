       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdglj.

      * monthly general-ledger journal for the pomodoro chargeback -
      * what corporate time-accounting has accepted, turned into the
      * ledger entries finance used to key by hand from the printed
      * reports:
      *   - the EXEC-card PARM names the month (YYYYMM, required, and
      *     over) and our own service cost-center the recovery is
      *     credited to
      *   - every PMDBST detail pmdack accepted during the month is
      *     taken at its posted amount, and totalled by the consuming
      *     cost-center off the task master
      *   - the PMDGLJ journal file gets a header, one debit line
      *     per consuming cost-center, one offsetting credit line to
      *     the service cost-center, and a trailer with the line
      *     count and the debit and credit control totals
      *   - the PMDGLR reconciliation page proves the journal total
      *     against the accepted billing total for the month
      * the guard against journaling a detail twice is on the
      * detail itself: each one journaled is stamped on PMDBST with
      * the period and the amount carried to the ledger, and only
      * the part of its posted amount not yet carried is journaled -
      * a rerun of a month journals nothing new, and a closed-period
      * adjustment pmdack accepts later journals just its difference
      * (a detail re-priced down journals a credit to its cost-
      * center and a debit back to the service cost-center)
      * a detail accepted in an earlier month that was not journaled
      * then (its task had no cost-center) is carried into the first
      * journal that can place it; a detail whose task still has no
      * cost-center is held off the journal, listed, and waits
      * the stamps go on only after the journal file is written and
      * the reconciliation balances - an out-of-balance run stamps
      * nothing and ends RC=8, and its journal must not be sent
      * RC=4 when details were held or there was nothing new to
      * journal, RC=8 when the PARM is missing, malformed or names a
      * month not yet over or not closed on the PMDPER period-control
      * file; the file failure classes from the common
      * pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT STATUS-FILE ASSIGN TO "PMDBST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTAT-KEY
               FILE STATUS IS STATUS-FILE-STATUS.

             SELECT TASK-FILE ASSIGN TO "PMDTASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TMAST-KEY
               FILE STATUS IS TASK-FILE-STATUS.

             SELECT JOURNAL-FILE ASSIGN TO "PMDGLJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

             SELECT RECON-FILE ASSIGN TO "PMDGLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-FILE-STATUS.

             SELECT PERIOD-FILE ASSIGN TO "PMDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD STATUS-FILE.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD TASK-FILE.
           01 TASK-MASTER-RECORD.
             COPY taskrec.

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD PIC X(80).

           FD RECON-FILE.
           01 RECON-RECORD PIC X(100).

           FD PERIOD-FILE.
           01 PERIOD-RECORD.
             COPY prdrec.

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

      * one record per detail to journal - the amount is what is
      * still to be carried to the ledger, and goes negative when an
      * accepted adjustment took the posted amount down
           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-COST-CENTER  PIC X(06).
             05 SORT-TASK-CODE    PIC X(10).
             05 SORT-DATE         PIC 9(08).
             05 SORT-AMOUNT       PIC S9(07)V99.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS      PIC X(02).
           77 STATUS-FILE-STATUS   PIC X(02).
           77 TASK-FILE-STATUS     PIC X(02).
           77 JOURNAL-FILE-STATUS  PIC X(02).
           77 RECON-FILE-STATUS    PIC X(02).
           77 PERIOD-FILE-STATUS   PIC X(02).

           77 STAT-EOF-SW  PIC X(01).
             88 END-OF-STATUS  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".
           77 TASK-MASTER-OPEN-SW  PIC X(01).
             88 TASK-MASTER-OPEN  VALUE "Y".
           77 PER-EOF-SW  PIC X(01).
             88 END-OF-PERIODS  VALUE "Y".
           77 PERIOD-CLOSED-SW  PIC X(01).
             88 PERIOD-CLOSED   VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the month to journal, YYYYMM, and the
      * service cost-center the recovery is credited to
           77 CMD-LINE        PIC X(80).
           77 MONTH-TEXT      PIC X(06).
           77 SERVICE-CC      PIC X(06).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".
           77 JOURNAL-YEAR    PIC 9(04).
           77 JOURNAL-MONTH   PIC 9(02).
           77 JOURNAL-PERIOD  PIC 9(06).
           77 MONTH-FIRST     PIC 9(08).
           77 MONTH-LAST      PIC 9(08).
           77 NEXT-FIRST      PIC 9(08).
           77 DAYS-IN-MONTH   PIC 9(02).
           77 RUN-DATE        PIC 9(08).
           77 RUN-TIME        PIC 9(08).

      * the consuming cost-center of the last task looked up - the
      * status file is in task order, so most details are answered
      * without a read
           77 CACHED-TASK-CODE   PIC X(10).
           77 CACHED-COST-CENTER PIC X(06).

      * per-detail selection: the amount still to carry, and
      * whether the detail belongs in this journal at all
           77 DETAIL-DUE-SW     PIC X(01).
             88 DETAIL-DUE       VALUE "Y".
           77 DETAIL-DELTA      PIC S9(07)V99.
           77 DETAIL-COST-CENTER  PIC X(06).

      * the reconciliation figures, taken off the status file as
      * the details are selected
           77 STATUS-READ        PIC 9(07) VALUE ZERO.
           77 ACCEPTED-COUNT     PIC 9(07) VALUE ZERO.
           77 ACCEPTED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           77 PRIOR-COUNT        PIC 9(07) VALUE ZERO.
           77 PRIOR-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           77 CARRIED-COUNT      PIC 9(07) VALUE ZERO.
           77 CARRIED-AMOUNT     PIC S9(11)V99 VALUE ZERO.
           77 HELD-COUNT         PIC 9(07) VALUE ZERO.
           77 HELD-AMOUNT        PIC S9(11)V99 VALUE ZERO.
           77 EXPECTED-AMOUNT    PIC S9(11)V99 VALUE ZERO.
           77 RELEASED-COUNT     PIC 9(07) VALUE ZERO.
           77 STAMPED-COUNT      PIC 9(07) VALUE ZERO.

      * the journal side - the cost-center being totalled off the
      * sort, and the control totals of the lines as written
           77 PRIOR-COST-CENTER  PIC X(06).
           77 GROUP-HELD-SW      PIC X(01).
             88 GROUP-HELD        VALUE "Y".
           77 CC-NET             PIC S9(11)V99.
           77 CC-DETAILS         PIC 9(07).
           77 LINE-COUNT         PIC 9(07) VALUE ZERO.
           77 JOURNAL-DETAILS    PIC 9(07) VALUE ZERO.
           77 JOURNAL-NET        PIC S9(11)V99 VALUE ZERO.
           77 TOTAL-DEBITS       PIC 9(11)V99 VALUE ZERO.
           77 TOTAL-CREDITS      PIC 9(11)V99 VALUE ZERO.
           77 LINE-AMOUNT        PIC 9(09)V99.
           77 LINE-SIGN          PIC X(02).
           77 BALANCED-SW        PIC X(01).
             88 BALANCED          VALUE "Y".

         01 GL-HEADER-RECORD.
           05 FILLER            PIC X(01) VALUE "H".
           05 GLH-SOURCE         PIC X(08) VALUE "POMODORO".
           05 GLH-PERIOD         PIC 9(06).
           05 GLH-RUN-DATE       PIC 9(08).
           05 GLH-RUN-TIME       PIC 9(08).
           05 GLH-SERVICE-CC     PIC X(06).
           05 FILLER            PIC X(43) VALUE SPACES.

      * one ledger line - DR charges the cost-center, CR credits
      * it; the amount is always unsigned
         01 GL-LINE-RECORD.
           05 FILLER            PIC X(01) VALUE "L".
           05 GLL-COST-CENTER    PIC X(06).
           05 GLL-DEBIT-CREDIT   PIC X(02).
           05 GLL-AMOUNT         PIC 9(09)V99.
           05 GLL-PERIOD         PIC 9(06).
           05 GLL-DETAIL-COUNT   PIC 9(07).
           05 GLL-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(17) VALUE SPACES.

         01 GL-TRAILER-RECORD.
           05 FILLER            PIC X(01) VALUE "T".
           05 GLT-LINE-COUNT     PIC 9(07).
           05 GLT-TOTAL-DEBITS   PIC 9(11)V99.
           05 GLT-TOTAL-CREDITS  PIC 9(11)V99.
           05 GLT-DETAIL-COUNT   PIC 9(07).
           05 FILLER            PIC X(39) VALUE SPACES.

         01 TITLE-LINE.
           05 FILLER            PIC X(36)
                  VALUE "POMODORO GL JOURNAL RECONCILIATION ".
           05 FILLER            PIC X(07) VALUE "PERIOD ".
           05 TL-PERIOD          PIC 9(06).
           05 FILLER            PIC X(06) VALUE "  RUN ".
           05 TL-RUN-DATE        PIC 9999/99/99.
           05 FILLER            PIC X(14) VALUE "  SERVICE CC ".
           05 TL-SERVICE-CC      PIC X(06).

         01 JOURNAL-LINE.
           05 FILLER            PIC X(09) VALUE "JOURNAL  ".
           05 JL-COST-CENTER     PIC X(06).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 JL-DEBIT-CREDIT    PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 JL-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(11) VALUE "  details: ".
           05 JL-DETAILS         PIC ZZZZZZ9.

         01 HELD-LINE.
           05 FILLER            PIC X(24)
                                VALUE "HELD - NO COST-CENTER   ".
           05 HL-TASK-CODE       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 HL-DATE            PIC 9999/99/99.
           05 FILLER            PIC X(11) VALUE "  accepted ".
           05 HL-ACCEPT-DATE     PIC 9999/99/99.
           05 FILLER            PIC X(09) VALUE "  amount ".
           05 HL-AMOUNT          PIC -ZZZZZZ9.99.

      * the proof - each step of it on a line of its own, so
      * finance can tick it against time-accounting's figures
         01 PROOF-LINE.
           05 PL-CAPTION         PIC X(40).
           05 PL-COUNT           PIC ZZZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
           05 PL-AMOUNT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 RESULT-LINE.
           05 FILLER            PIC X(07) VALUE "PERIOD ".
           05 RL-PERIOD          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RL-RESULT          PIC X(50).

         01 TOTALS-LINE.
           05 FILLER            PIC X(12) VALUE "GL TOTALS - ".
           05 FILLER            PIC X(09) VALUE "details: ".
           05 TT-DETAILS         PIC ZZZZZZ9.
           05 FILLER            PIC X(07) VALUE " held: ".
           05 TT-HELD            PIC ZZZZZZ9.
           05 FILLER            PIC X(08) VALUE " lines: ".
           05 TT-LINES           PIC ZZZZZZ9.
           05 FILLER            PIC X(09) VALUE " debits: ".
           05 TT-DEBITS          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         ACCEPT RUN-DATE FROM DATE YYYYMMDD
         ACCEPT RUN-TIME FROM TIME
         PERFORM parse-journal-parm
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-journal
           SORT SORT-WORK
             ON ASCENDING KEY SORT-COST-CENTER
                              SORT-TASK-CODE
                              SORT-DATE
             INPUT PROCEDURE select-accepted-details
             OUTPUT PROCEDURE write-journal-lines
           PERFORM finish-journal-file
           PERFORM write-reconciliation
           IF BALANCED
             PERFORM stamp-journaled-details
             IF HELD-COUNT > 0 OR LINE-COUNT = 0
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM finish-journal-run
         END-IF
         DISPLAY "pmdglj: period " JOURNAL-PERIOD " details "
           RELEASED-COUNT " held " HELD-COUNT " stamped "
           STAMPED-COUNT
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDGLJ  " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDGLJ  " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-journal-parm.
      * the month is required and must be over - a month still
      * taking acknowledgments would journal half its acceptances;
      * the service cost-center is required too, since a journal
      * with no offsetting credit would never post
         MOVE "N" TO PARM-BAD-SW
         MOVE 0 TO JOURNAL-PERIOD
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO MONTH-TEXT
         MOVE SPACES TO SERVICE-CC
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
             INTO MONTH-TEXT SERVICE-CC
         END-IF
         IF MONTH-TEXT = SPACES OR MONTH-TEXT NOT NUMERIC
           DISPLAY "pmdglj: month missing or bad on PARM "
             "(YYYYMM): " MONTH-TEXT
           MOVE "Y" TO PARM-BAD-SW
         ELSE
           MOVE MONTH-TEXT (1:4) TO JOURNAL-YEAR
           MOVE MONTH-TEXT (5:2) TO JOURNAL-MONTH
           IF JOURNAL-MONTH = 0 OR JOURNAL-MONTH > 12
             DISPLAY "pmdglj: not a calendar month: " MONTH-TEXT
             MOVE "Y" TO PARM-BAD-SW
           ELSE
             MOVE MONTH-TEXT TO JOURNAL-PERIOD
             PERFORM derive-month-bounds
             IF MONTH-LAST NOT < RUN-DATE
               DISPLAY "pmdglj: month " MONTH-TEXT
                 " is not over yet"
               MOVE "Y" TO PARM-BAD-SW
             END-IF
           END-IF
         END-IF
         IF NOT PARM-BAD AND SERVICE-CC = SPACES
           DISPLAY "pmdglj: service cost-center missing on PARM"
           MOVE "Y" TO PARM-BAD-SW
         END-IF
      * and it must be closed - the predecessor gate lets the step
      * through on a close that ended RC=4, which is a close held
      * for outstanding items as well as a rerun on a month already
      * closed, so the period-control file is asked directly
         IF NOT PARM-BAD
           PERFORM check-journal-period-closed
           IF NOT PERIOD-CLOSED
             DISPLAY "pmdglj: period " JOURNAL-PERIOD
               " is not closed on PMDPER - nothing journaled"
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF.

       check-journal-period-closed.
      * the last card for the period decides, as in pmdbill; no
      * file at all means no period has been closed yet
         MOVE "N" TO PERIOD-CLOSED-SW
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
               IF PER-PERIOD = JOURNAL-PERIOD
                 IF PER-CLOSED
                   MOVE "Y" TO PERIOD-CLOSED-SW
                 ELSE
                   MOVE "N" TO PERIOD-CLOSED-SW
                 END-IF
               END-IF
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

       derive-month-bounds.
      * first and last date of the month off the julian day
      * numbers - no table of month lengths to get February wrong
      * in a leap year
         COMPUTE MONTH-FIRST =
           JOURNAL-YEAR * 10000 + JOURNAL-MONTH * 100 + 1
         IF JOURNAL-MONTH = 12
           COMPUTE NEXT-FIRST = (JOURNAL-YEAR + 1) * 10000 + 101
         ELSE
           COMPUTE NEXT-FIRST =
             JOURNAL-YEAR * 10000 + (JOURNAL-MONTH + 1) * 100 + 1
         END-IF
         COMPUTE DAYS-IN-MONTH =
           FUNCTION INTEGER-OF-DATE (NEXT-FIRST)
           - FUNCTION INTEGER-OF-DATE (MONTH-FIRST)
         COMPUTE MONTH-LAST = MONTH-FIRST + DAYS-IN-MONTH - 1.

       initialize-journal.
      * the status file is opened for update - it is read here to
      * select, and stamped at the end once the journal balances
         OPEN I-O STATUS-FILE
         IF STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
      * without the task master no detail can be placed on a
      * cost-center - everything is held, not journaled blind
         MOVE "N" TO TASK-MASTER-OPEN-SW
         OPEN INPUT TASK-FILE
         IF TASK-FILE-STATUS = "00"
           MOVE "Y" TO TASK-MASTER-OPEN-SW
         ELSE
           DISPLAY "pmdglj: task master unavailable, status "
             TASK-FILE-STATUS " - every detail is held"
         END-IF
         MOVE SPACES TO CACHED-TASK-CODE
         OPEN OUTPUT JOURNAL-FILE
         IF JOURNAL-FILE-STATUS NOT = "00"
           MOVE "PMDGLJ  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE JOURNAL-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN OUTPUT RECON-FILE
         IF RECON-FILE-STATUS NOT = "00"
           MOVE "PMDGLR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE RECON-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE JOURNAL-PERIOD TO TL-PERIOD
         MOVE RUN-DATE TO TL-RUN-DATE
         MOVE SERVICE-CC TO TL-SERVICE-CC
         MOVE TITLE-LINE TO RECON-RECORD
         PERFORM write-recon-line
         MOVE SPACES TO RECON-RECORD
         PERFORM write-recon-line
         MOVE SPACES TO JOURNAL-RECORD
         MOVE JOURNAL-PERIOD TO GLH-PERIOD
         MOVE RUN-DATE TO GLH-RUN-DATE
         MOVE RUN-TIME TO GLH-RUN-TIME
         MOVE SERVICE-CC TO GLH-SERVICE-CC
         MOVE GL-HEADER-RECORD TO JOURNAL-RECORD
         PERFORM write-journal-record.

       finish-journal-run.
         CLOSE STATUS-FILE
         IF TASK-MASTER-OPEN
           CLOSE TASK-FILE
         END-IF
         CLOSE RECON-FILE.

       select-accepted-details.
      * every detail on the status file is looked at once - the
      * file is keyed task/date, not by acceptance, so there is no
      * shorter way to the month's acceptances
         MOVE "N" TO STAT-EOF-SW
         MOVE LOW-VALUES TO BSTAT-KEY
         START STATUS-FILE KEY NOT < BSTAT-KEY
           INVALID KEY
             MOVE "Y" TO STAT-EOF-SW
         END-START
         PERFORM UNTIL END-OF-STATUS
           READ STATUS-FILE NEXT
             AT END
               MOVE "Y" TO STAT-EOF-SW
             NOT AT END
               ADD 1 TO STATUS-READ
               PERFORM select-status-detail
           END-READ
           PERFORM check-status-read
         END-PERFORM.

       check-status-read.
         IF STATUS-FILE-STATUS NOT = "00" AND NOT = "02"
             AND NOT = "10"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       check-detail-due.
      * a detail is due when it was accepted no later than the
      * month's end and some of its posted amount has not reached
      * the ledger yet, and its task can be placed on a cost-center.
      * a zero acceptance date predates the journal - those were
      * keyed to the ledger by hand and are left alone. the same
      * test serves the selection and the stamping pass, so the
      * two can never disagree about which details went out
         MOVE "N" TO DETAIL-DUE-SW
         MOVE 0 TO DETAIL-DELTA
         MOVE SPACES TO DETAIL-COST-CENTER
         IF BSTAT-ACCEPTED AND BSTAT-ACCEPT-DATE > 0
             AND BSTAT-ACCEPT-DATE NOT > MONTH-LAST
           COMPUTE DETAIL-DELTA =
             BSTAT-POSTED-AMOUNT - BSTAT-JOURNAL-AMOUNT
           IF DETAIL-DELTA NOT = 0
             PERFORM find-cost-center
             MOVE CACHED-COST-CENTER TO DETAIL-COST-CENTER
             IF DETAIL-COST-CENTER NOT = SPACES
               MOVE "Y" TO DETAIL-DUE-SW
             END-IF
           END-IF
         END-IF.

       select-status-detail.
         PERFORM check-detail-due
      * the month's own acceptances, whether or not any of them
      * reached the ledger before - the first line of the proof
         IF BSTAT-ACCEPTED AND BSTAT-ACCEPT-DATE NOT < MONTH-FIRST
             AND BSTAT-ACCEPT-DATE NOT > MONTH-LAST
           ADD 1 TO ACCEPTED-COUNT
           ADD BSTAT-POSTED-AMOUNT TO ACCEPTED-AMOUNT
           IF BSTAT-JOURNAL-PERIOD > 0
             ADD 1 TO PRIOR-COUNT
             ADD BSTAT-JOURNAL-AMOUNT TO PRIOR-AMOUNT
           END-IF
         ELSE
           IF BSTAT-ACCEPTED AND BSTAT-ACCEPT-DATE > 0
               AND BSTAT-ACCEPT-DATE < MONTH-FIRST
               AND DETAIL-DELTA NOT = 0
             ADD 1 TO CARRIED-COUNT
             ADD DETAIL-DELTA TO CARRIED-AMOUNT
           END-IF
         END-IF
         IF DETAIL-DUE
           MOVE SPACES TO SORT-RECORD
           MOVE DETAIL-COST-CENTER TO SORT-COST-CENTER
           MOVE BSTAT-TASK-CODE TO SORT-TASK-CODE
           MOVE BSTAT-DATE TO SORT-DATE
           MOVE DETAIL-DELTA TO SORT-AMOUNT
           RELEASE SORT-RECORD
           ADD 1 TO RELEASED-COUNT
         ELSE
           IF DETAIL-DELTA NOT = 0
             PERFORM report-held-detail
           END-IF
         END-IF.

       report-held-detail.
         ADD 1 TO HELD-COUNT
         ADD DETAIL-DELTA TO HELD-AMOUNT
         MOVE BSTAT-TASK-CODE TO HL-TASK-CODE
         MOVE BSTAT-DATE TO HL-DATE
         MOVE BSTAT-ACCEPT-DATE TO HL-ACCEPT-DATE
         MOVE DETAIL-DELTA TO HL-AMOUNT
         MOVE HELD-LINE TO RECON-RECORD
         PERFORM write-recon-line.

       find-cost-center.
      * the consuming cost-center is the task's as the master
      * carries it today - a task the master no longer has, or one
      * with no cost-center, cannot be charged to anybody
         IF BSTAT-TASK-CODE NOT = CACHED-TASK-CODE
           MOVE BSTAT-TASK-CODE TO CACHED-TASK-CODE
           MOVE SPACES TO CACHED-COST-CENTER
           IF TASK-MASTER-OPEN
             MOVE BSTAT-TASK-CODE TO TMAST-CODE
             READ TASK-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE TMAST-COST-CENTER TO CACHED-COST-CENTER
             END-READ
             IF TASK-FILE-STATUS NOT = "00" AND NOT = "23"
               MOVE "PMDTASK " TO ERR-FILE-NAME
               MOVE "READ    " TO ERR-OPERATION
               MOVE TASK-FILE-STATUS TO ERR-STATUS
               MOVE BSTAT-TASK-CODE TO ERR-KEY
               PERFORM file-error
             END-IF
           END-IF
         END-IF.

       write-journal-lines.
      * one line per consuming cost-center, netted over its details
         MOVE "N" TO SORT-EOF-SW
         MOVE "N" TO GROUP-HELD-SW
         PERFORM return-sorted-detail
         PERFORM UNTIL END-OF-SORT
           IF GROUP-HELD AND SORT-COST-CENTER NOT = PRIOR-COST-CENTER
             PERFORM write-cost-center-line
             MOVE "N" TO GROUP-HELD-SW
           END-IF
           IF NOT GROUP-HELD
             MOVE SORT-COST-CENTER TO PRIOR-COST-CENTER
             MOVE 0 TO CC-NET
             MOVE 0 TO CC-DETAILS
             MOVE "Y" TO GROUP-HELD-SW
           END-IF
           ADD SORT-AMOUNT TO CC-NET
           ADD 1 TO CC-DETAILS
           PERFORM return-sorted-detail
         END-PERFORM
         IF GROUP-HELD
           PERFORM write-cost-center-line
         END-IF.

       return-sorted-detail.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       write-cost-center-line.
      * a cost-center whose details net to nothing has no line -
      * its details are still stamped, since nothing is owed
         ADD CC-DETAILS TO JOURNAL-DETAILS
         ADD CC-NET TO JOURNAL-NET
         IF CC-NET NOT = 0
           IF CC-NET > 0
             MOVE "DR" TO LINE-SIGN
             MOVE CC-NET TO LINE-AMOUNT
           ELSE
             MOVE "CR" TO LINE-SIGN
             COMPUTE LINE-AMOUNT = 0 - CC-NET
           END-IF
           MOVE PRIOR-COST-CENTER TO GLL-COST-CENTER
           MOVE "POMODORO CHARGEBACK" TO GLL-DESCRIPTION
           MOVE CC-DETAILS TO GLL-DETAIL-COUNT
           PERFORM write-ledger-line
         END-IF.

       finish-journal-file.
      * the offsetting line to the service cost-center, then the
      * trailer the ledger balances the batch against
         IF JOURNAL-NET NOT = 0
           IF JOURNAL-NET > 0
             MOVE "CR" TO LINE-SIGN
             MOVE JOURNAL-NET TO LINE-AMOUNT
           ELSE
             MOVE "DR" TO LINE-SIGN
             COMPUTE LINE-AMOUNT = 0 - JOURNAL-NET
           END-IF
           MOVE SERVICE-CC TO GLL-COST-CENTER
           MOVE "POMODORO SERVICE RECOVERY" TO GLL-DESCRIPTION
           MOVE JOURNAL-DETAILS TO GLL-DETAIL-COUNT
           PERFORM write-ledger-line
         END-IF
         MOVE SPACES TO JOURNAL-RECORD
         MOVE LINE-COUNT TO GLT-LINE-COUNT
         MOVE TOTAL-DEBITS TO GLT-TOTAL-DEBITS
         MOVE TOTAL-CREDITS TO GLT-TOTAL-CREDITS
         MOVE JOURNAL-DETAILS TO GLT-DETAIL-COUNT
         MOVE GL-TRAILER-RECORD TO JOURNAL-RECORD
         PERFORM write-journal-record
         CLOSE JOURNAL-FILE.

       write-ledger-line.
         MOVE LINE-SIGN TO GLL-DEBIT-CREDIT
         MOVE LINE-AMOUNT TO GLL-AMOUNT
         MOVE JOURNAL-PERIOD TO GLL-PERIOD
         MOVE SPACES TO JOURNAL-RECORD
         MOVE GL-LINE-RECORD TO JOURNAL-RECORD
         PERFORM write-journal-record
         ADD 1 TO LINE-COUNT
         IF LINE-SIGN = "DR"
           ADD LINE-AMOUNT TO TOTAL-DEBITS
         ELSE
           ADD LINE-AMOUNT TO TOTAL-CREDITS
         END-IF
         MOVE GLL-COST-CENTER TO JL-COST-CENTER
         MOVE LINE-SIGN TO JL-DEBIT-CREDIT
         MOVE LINE-AMOUNT TO JL-AMOUNT
         MOVE GLL-DETAIL-COUNT TO JL-DETAILS
         MOVE JOURNAL-LINE TO RECON-RECORD
         PERFORM write-recon-line.

       write-journal-record.
         WRITE JOURNAL-RECORD
         IF JOURNAL-FILE-STATUS NOT = "00"
           MOVE "PMDGLJ  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE JOURNAL-FILE-STATUS TO ERR-STATUS
           MOVE PRIOR-COST-CENTER TO ERR-KEY
           PERFORM file-error
         END-IF.

       write-reconciliation.
      * accepted in the month, less what earlier runs already took
      * to the ledger, plus what earlier months left unjournaled,
      * less what is held for want of a cost-center, must be the
      * net of the journal's cost-center lines - and the journal's
      * debits must equal its credits
         COMPUTE EXPECTED-AMOUNT =
           ACCEPTED-AMOUNT - PRIOR-AMOUNT + CARRIED-AMOUNT
           - HELD-AMOUNT
         MOVE SPACES TO RECON-RECORD
         PERFORM write-recon-line
         MOVE "accepted billing in the period" TO PL-CAPTION
         MOVE ACCEPTED-COUNT TO PL-COUNT
         MOVE ACCEPTED-AMOUNT TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE "less journaled by earlier runs" TO PL-CAPTION
         MOVE PRIOR-COUNT TO PL-COUNT
         COMPUTE PL-AMOUNT = 0 - PRIOR-AMOUNT
         PERFORM write-proof-line
         MOVE "plus carried from earlier periods" TO PL-CAPTION
         MOVE CARRIED-COUNT TO PL-COUNT
         MOVE CARRIED-AMOUNT TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE "less held - no cost-center" TO PL-CAPTION
         MOVE HELD-COUNT TO PL-COUNT
         COMPUTE PL-AMOUNT = 0 - HELD-AMOUNT
         PERFORM write-proof-line
         MOVE "accepted billing to journal" TO PL-CAPTION
         MOVE RELEASED-COUNT TO PL-COUNT
         MOVE EXPECTED-AMOUNT TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE "journal net of cost-center lines" TO PL-CAPTION
         MOVE JOURNAL-DETAILS TO PL-COUNT
         MOVE JOURNAL-NET TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE "journal debits" TO PL-CAPTION
         MOVE LINE-COUNT TO PL-COUNT
         MOVE TOTAL-DEBITS TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE "journal credits" TO PL-CAPTION
         MOVE LINE-COUNT TO PL-COUNT
         MOVE TOTAL-CREDITS TO PL-AMOUNT
         PERFORM write-proof-line
         MOVE SPACES TO RECON-RECORD
         PERFORM write-recon-line
         MOVE JOURNAL-PERIOD TO RL-PERIOD
         IF EXPECTED-AMOUNT = JOURNAL-NET
             AND RELEASED-COUNT = JOURNAL-DETAILS
             AND TOTAL-DEBITS = TOTAL-CREDITS
           MOVE "Y" TO BALANCED-SW
           IF LINE-COUNT = 0
             MOVE "IN BALANCE - NOTHING NEW TO JOURNAL"
               TO RL-RESULT
           ELSE
             MOVE "IN BALANCE - JOURNAL RELEASED" TO RL-RESULT
           END-IF
         ELSE
           MOVE "N" TO BALANCED-SW
           MOVE "OUT OF BALANCE - DO NOT SEND, NOTHING STAMPED"
             TO RL-RESULT
         END-IF
         MOVE RESULT-LINE TO RECON-RECORD
         PERFORM write-recon-line
         MOVE RELEASED-COUNT TO TT-DETAILS
         MOVE HELD-COUNT TO TT-HELD
         MOVE LINE-COUNT TO TT-LINES
         MOVE TOTAL-DEBITS TO TT-DEBITS
         MOVE TOTALS-LINE TO RECON-RECORD
         PERFORM write-recon-line.

       write-proof-line.
         MOVE PROOF-LINE TO RECON-RECORD
         PERFORM write-recon-line.

       write-recon-line.
         WRITE RECON-RECORD
         IF RECON-FILE-STATUS NOT = "00"
           MOVE "PMDGLR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE RECON-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       stamp-journaled-details.
      * the guard - every detail this journal carried now shows the
      * full posted amount as journaled, in this period; held
      * details are left unstamped to be carried when they can be
      * placed
         MOVE SPACES TO CACHED-TASK-CODE
         MOVE "N" TO STAT-EOF-SW
         MOVE LOW-VALUES TO BSTAT-KEY
         START STATUS-FILE KEY NOT < BSTAT-KEY
           INVALID KEY
             MOVE "Y" TO STAT-EOF-SW
         END-START
         PERFORM UNTIL END-OF-STATUS
           READ STATUS-FILE NEXT
             AT END
               MOVE "Y" TO STAT-EOF-SW
             NOT AT END
               PERFORM check-detail-due
               IF DETAIL-DUE
                 PERFORM stamp-status-detail
               END-IF
           END-READ
           PERFORM check-status-read
         END-PERFORM.

       stamp-status-detail.
         MOVE BSTAT-POSTED-AMOUNT TO BSTAT-JOURNAL-AMOUNT
         MOVE JOURNAL-PERIOD TO BSTAT-JOURNAL-PERIOD
         REWRITE STATUS-RECORD
         IF STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "REWRITE " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF
         ADD 1 TO STAMPED-COUNT.

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
           DISPLAY "pmdglj: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDGLJ  " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE STATUS-READ TO RCTL-READ
           MOVE LINE-COUNT TO RCTL-WRITTEN
           MOVE HELD-COUNT TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdglj: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
