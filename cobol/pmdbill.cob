      * already A(ccepted) on the control file is never re-sent,
      * however the PARM range falls, and its acceptance is never
      * knocked back to S(ent)
      * a task/date in a billing period the month-end close has
      * locked (a C card on the PMDPER period-control file) is never
      * re-sent as a detail either - its log time is taken whatever
      * the PARM range, re-priced at today's rates, and compared with
      * the hours and amount corporate posted; any difference goes
      * out as an adjustment pair coded A in column one: a CR line
      * reversing the posted figures and a DR line re-billing the
      * current ones, each with a reason (LATE - time posted after
      * the close with nothing billed before, TIME - the hours
      * changed, RATE - same hours re-priced), and the adjustment
      * count and debit/credit totals ride on the trailer after the
      * detail hash totals; a day cut out of the live log by the
      * archive is not a change and raises nothing, but a posted
      * task/date whose focus time has left the live log any other
      * way (re-coded to another task or date, or deleted) has its
      * posted figures reversed by a CR line alone, so the time is
      * not billed twice once it turns up LATE under its new key;
      * a task/date that cannot be re-priced (no cost-center or
      * rate card) is held - listed on SYSOUT, nothing written, its
      * control record untouched, and the step ends RC=4

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
               RECORD KEY IS BSTAT-KEY
               FILE STATUS IS STATUS-FILE-STATUS.

             SELECT PERIOD-FILE ASSIGN TO "PMDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD PERIOD-FILE.
           01 PERIOD-RECORD.
             COPY prdrec.

           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-TASK-CODE         PIC X(10).
           77 TASK-FILE-STATUS     PIC X(02).
           77 BILLING-FILE-STATUS  PIC X(02).
           77 STATUS-FILE-STATUS   PIC X(02).
           77 PERIOD-FILE-STATUS   PIC X(02).

           77 EOF-SW    PIC X(01).
             88 END-OF-LOG  VALUE "Y".
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * the billing-rate table, loaded from the PMDRATE cards at
      * start-up - a small, slow-moving file owned by finance, now
      * with one row per cost-center and effective date so a rate
           77 TOTAL-AMOUNT    PIC 9(09)V99.
           77 UNRATED-COUNT   PIC 9(05) VALUE ZERO.

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

      * closed-period adjustment work - the posted figures the
      * current ones are measured against, and the trailer totals
           77 BSTAT-FOUND-SW    PIC X(01).
             88 BSTAT-FOUND      VALUE "Y".
           77 POSTED-HOURS      PIC 9(05)V9.
           77 POSTED-AMOUNT     PIC 9(07)V99.
           77 ADJUST-REASON     PIC X(04).
           77 UNRATED-BEFORE    PIC 9(05).
           77 ADJUST-COUNT      PIC 9(05) VALUE ZERO.
           77 ADJUST-HELD-COUNT PIC 9(05) VALUE ZERO.
           77 ADJUST-DEBITS     PIC 9(09)V99 VALUE ZERO.
           77 ADJUST-CREDITS    PIC 9(09)V99 VALUE ZERO.
           77 CLOSED-SELECT-COUNT  PIC 9(07) VALUE ZERO.

      * the first day still on the live log - the archive cuts
      * every day at or before its cutoff, so a posted task/date
      * earlier than this has been archived, not re-coded, and a
      * closed-period control record is checked against the log
      * only from here on
           77 LOG-FLOOR-DATE       PIC 9(08).
           77 POSTED-CHECK-COUNT   PIC 9(07) VALUE ZERO.

           77 EXTRACT-DATE  PIC 9(08).
           77 EXTRACT-TIME  PIC 9(08).

           05 DTL-AMOUNT        PIC 9(07)V99.
           05 FILLER            PIC X(34) VALUE SPACES.

      * a closed-period adjustment - DR re-bills, CR reverses; the
      * period is the closed month the work date falls in
         01 ADJUSTMENT-RECORD.
           05 FILLER            PIC X(01) VALUE "A".
           05 ADJ-TASK-CODE     PIC X(10).
           05 ADJ-DATE          PIC 9(08).
           05 ADJ-COST-CENTER   PIC X(06).
           05 ADJ-HOURS         PIC 9(05)V9.
           05 ADJ-RATE          PIC 9(04)V99.
           05 ADJ-AMOUNT        PIC 9(07)V99.
           05 ADJ-DEBIT-CREDIT  PIC X(02).
           05 ADJ-REASON        PIC X(04).
           05 ADJ-PERIOD        PIC 9(06).
           05 FILLER            PIC X(22) VALUE SPACES.

         01 TRAILER-RECORD.
           05 FILLER            PIC X(01) VALUE "T".
           05 TRL-DETAIL-COUNT  PIC 9(07).
           05 TRL-TOTAL-HOURS   PIC 9(07)V9.
           05 TRL-TOTAL-AMOUNT  PIC 9(09)V99.
           05 TRL-ADJUST-COUNT  PIC 9(05).
           05 TRL-ADJUST-DEBITS PIC 9(09)V99.
           05 TRL-ADJUST-CREDITS PIC 9(09)V99.
           05 FILLER            PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-date-range
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
             INPUT PROCEDURE select-focus-records
             OUTPUT PROCEDURE write-billing-records
           PERFORM finish-extract
           IF UNRATED-COUNT > 0 OR ADJUST-HELD-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDBILL " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-extract.
         MOVE 0 TO DETAIL-COUNT
         MOVE 0 TO TOTAL-HOURS
         PERFORM load-rate-table
         PERFORM open-status-file
         PERFORM load-reselect-table
         PERFORM load-period-table
         MOVE "N" TO TASK-MASTER-OPEN-SW
         OPEN INPUT TASK-FILE
         IF TASK-FILE-STATUS = "00"
             MOVE BILL-HOURS TO BSTAT-HOURS
             MOVE BILL-AMOUNT TO BSTAT-AMOUNT
             MOVE SPACES TO BSTAT-ERROR-CODE
             MOVE 0 TO BSTAT-POSTED-HOURS
             MOVE 0 TO BSTAT-POSTED-AMOUNT
             MOVE 0 TO BSTAT-ACCEPT-DATE
             MOVE 0 TO BSTAT-JOURNAL-PERIOD
             MOVE 0 TO BSTAT-JOURNAL-AMOUNT
             MOVE "WRITE   " TO ERR-OPERATION
             WRITE STATUS-RECORD
           NOT INVALID KEY
         MOVE DETAIL-COUNT TO TRL-DETAIL-COUNT
         MOVE TOTAL-HOURS TO TRL-TOTAL-HOURS
         MOVE TOTAL-AMOUNT TO TRL-TOTAL-AMOUNT
         MOVE ADJUST-COUNT TO TRL-ADJUST-COUNT
         MOVE ADJUST-DEBITS TO TRL-ADJUST-DEBITS
         MOVE ADJUST-CREDITS TO TRL-ADJUST-CREDITS
         WRITE BILLING-RECORD FROM TRAILER-RECORD
         MOVE SPACES TO ERR-KEY
         PERFORM check-billing-write
         IF POSTED-SKIP-COUNT > 0
           DISPLAY "pmdbill: " POSTED-SKIP-COUNT
             " already-accepted detail(s) left out of the feed"
         END-IF
         IF ADJUST-COUNT > 0
           DISPLAY "pmdbill: " ADJUST-COUNT
             " closed-period adjustment line(s) written"
         END-IF
         IF ADJUST-HELD-COUNT > 0
           DISPLAY "pmdbill: " ADJUST-HELD-COUNT
             " closed-period adjustment(s) held for want of a rate"
         END-IF.

       read-log-record.
      * only completed focus time is billable - pauses and anything
      * unrecognized stay out of the feed
         MOVE "N" TO EOF-SW
         MOVE 99999999 TO LOG-FLOOR-DATE
         OPEN INPUT LOG-FILE
         IF LOG-FILE-STATUS NOT = "00"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
         PERFORM read-log-record
         PERFORM UNTIL END-OF-LOG
           ADD 1 TO RECORDS-READ
           IF LOG-END-DATE < LOG-FLOOR-DATE
             MOVE LOG-END-DATE TO LOG-FLOOR-DATE
           END-IF
           IF LOG-IS-FOCUS
             PERFORM check-reselect-key
             COMPUTE CHECK-PERIOD = LOG-END-DATE / 100
             PERFORM check-period-closed
             IF PERIOD-CLOSED
               ADD 1 TO CLOSED-SELECT-COUNT
             END-IF
             IF (LOG-END-DATE NOT < FROM-DATE
                 AND LOG-END-DATE NOT > TO-DATE)
                 OR RESEL-FOUND OR PERIOD-CLOSED
               IF RESEL-FOUND
                   AND (LOG-END-DATE < FROM-DATE
                     OR LOG-END-DATE > TO-DATE)
           END-IF
           PERFORM read-log-record
         END-PERFORM
         CLOSE LOG-FILE
         PERFORM select-posted-closed-keys
         IF RESELECTED-COUNT > 0
           DISPLAY "pmdbill: " RESELECTED-COUNT " focus record(s) "
             "taken from outside the PARM range for re-billing"
         END-IF
         IF CLOSED-SELECT-COUNT > 0
           DISPLAY "pmdbill: " CLOSED-SELECT-COUNT " focus record(s) "
             "in closed periods checked for adjustment"
         END-IF
         IF POSTED-CHECK-COUNT > 0
           DISPLAY "pmdbill: " POSTED-CHECK-COUNT " posted closed-"
             "period detail(s) checked against the live log"
         END-IF.

       select-posted-closed-keys.
      * every closed-period task/date corporate has posted figures
      * for goes through the sort as an empty group alongside the
      * log time - one whose focus records have been re-coded to
      * another task/date or deleted arrives with no minutes, and
      * adjust-closed-group reverses what was posted; one still on
      * the log merges with its own time and changes nothing
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
               IF BSTAT-DATE NOT < LOG-FLOOR-DATE
                   AND (BSTAT-POSTED-HOURS > 0
                     OR BSTAT-POSTED-AMOUNT > 0)
                 COMPUTE CHECK-PERIOD = BSTAT-DATE / 100
                 PERFORM check-period-closed
                 IF PERIOD-CLOSED
                   ADD 1 TO POSTED-CHECK-COUNT
                   MOVE BSTAT-TASK-CODE TO SORT-TASK-CODE
                   MOVE BSTAT-DATE TO SORT-END-DATE
                   MOVE 0 TO SORT-DURATION-MINUTES
                   RELEASE SORT-RECORD
                 END-IF
               END-IF
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
           END-IF
         END-PERFORM.

       write-billing-records.
         MOVE "N" TO SORT-EOF-SW
      * a group whose control record is already A(ccepted) has been
      * posted by corporate - an overlapping or re-keyed PARM range
      * must not send it again, and must not knock the acceptance
      * pmdack recorded back to S(ent); a group in a closed period
      * is never a detail at all, only ever an adjustment
         COMPUTE CHECK-PERIOD = PRIOR-DATE / 100
         PERFORM check-period-closed
         IF PERIOD-CLOSED
           PERFORM adjust-closed-group
         ELSE
           PERFORM check-detail-posted
           IF DETAIL-POSTED
             ADD 1 TO POSTED-SKIP-COUNT
           ELSE
             PERFORM write-one-billing-detail
           END-IF
         END-IF.

       adjust-closed-group.
      * today's hours and amount for the task/date against what
      * corporate posted - equal means nothing to say (and an
      * adjustment still outstanding for it is no longer owed);
      * different means reverse the posted figures and re-bill the
      * current ones, and the control record goes back to S(ent)
      * with the re-billed figures until pmdack sees it accepted.
      * a group with no minutes left on the live log re-bills
      * nothing, so only its cost-center is wanted, for the CR line
         MOVE UNRATED-COUNT TO UNRATED-BEFORE
         PERFORM convert-minutes-to-hours
         IF GROUP-MINUTES = 0
           PERFORM find-task-cost-center
           MOVE 0 TO BILL-AMOUNT
         ELSE
           PERFORM price-billing-group
         END-IF
         MOVE "N" TO BSTAT-FOUND-SW
         MOVE PRIOR-TASK-CODE TO BSTAT-TASK-CODE
         MOVE PRIOR-DATE TO BSTAT-DATE
         READ STATUS-FILE KEY BSTAT-KEY
           INVALID KEY
             CONTINUE
           NOT INVALID KEY
             MOVE "Y" TO BSTAT-FOUND-SW
         END-READ
         IF STATUS-FILE-STATUS NOT = "00" AND NOT = "23"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF
         IF BSTAT-FOUND
           MOVE BSTAT-POSTED-HOURS TO POSTED-HOURS
           MOVE BSTAT-POSTED-AMOUNT TO POSTED-AMOUNT
           IF BILL-HOURS NOT = POSTED-HOURS
             MOVE "TIME" TO ADJUST-REASON
           ELSE
             MOVE "RATE" TO ADJUST-REASON
           END-IF
         ELSE
           MOVE 0 TO POSTED-HOURS
           MOVE 0 TO POSTED-AMOUNT
           MOVE "LATE" TO ADJUST-REASON
         END-IF
      * a group that cannot be re-priced (no cost-center, no rate
      * card in force) would reverse what was posted against a
      * zero re-bill - it is held instead, no pair written and the
      * control record left as it is, until the hole is filled
         IF UNRATED-COUNT > UNRATED-BEFORE
           PERFORM hold-unrated-adjustment
         ELSE
           IF BILL-HOURS = POSTED-HOURS
               AND BILL-AMOUNT = POSTED-AMOUNT
             IF BSTAT-FOUND AND NOT BSTAT-ACCEPTED
               PERFORM settle-closed-status
             END-IF
           ELSE
             IF POSTED-HOURS > 0 OR POSTED-AMOUNT > 0
               PERFORM write-credit-adjustment
             END-IF
             IF BILL-HOURS > 0 OR BILL-AMOUNT > 0
               PERFORM write-debit-adjustment
             END-IF
             PERFORM record-adjustment-status
           END-IF
         END-IF.

       hold-unrated-adjustment.
         ADD 1 TO ADJUST-HELD-COUNT
         DISPLAY "pmdbill: closed-period adjustment held, unrated - "
           "task " PRIOR-TASK-CODE " date " PRIOR-DATE
           " period " CHECK-PERIOD.

       write-credit-adjustment.
      * the reversal carries the posted figures at the rate they
      * work out to, so the two lines net to the true change
         MOVE PRIOR-TASK-CODE TO ADJ-TASK-CODE
         MOVE PRIOR-DATE TO ADJ-DATE
         MOVE BILL-CC TO ADJ-COST-CENTER
         MOVE POSTED-HOURS TO ADJ-HOURS
         IF POSTED-HOURS > 0
           COMPUTE ADJ-RATE ROUNDED = POSTED-AMOUNT / POSTED-HOURS
         ELSE
           MOVE 0 TO ADJ-RATE
         END-IF
         MOVE POSTED-AMOUNT TO ADJ-AMOUNT
         MOVE "CR" TO ADJ-DEBIT-CREDIT
         MOVE ADJUST-REASON TO ADJ-REASON
         MOVE CHECK-PERIOD TO ADJ-PERIOD
         WRITE BILLING-RECORD FROM ADJUSTMENT-RECORD
         MOVE PRIOR-TASK-CODE TO ERR-KEY
         PERFORM check-billing-write
         ADD 1 TO ADJUST-COUNT
         ADD POSTED-AMOUNT TO ADJUST-CREDITS.

       write-debit-adjustment.
         MOVE PRIOR-TASK-CODE TO ADJ-TASK-CODE
         MOVE PRIOR-DATE TO ADJ-DATE
         MOVE BILL-CC TO ADJ-COST-CENTER
         MOVE BILL-HOURS TO ADJ-HOURS
         MOVE BILL-RATE TO ADJ-RATE
         MOVE BILL-AMOUNT TO ADJ-AMOUNT
         MOVE "DR" TO ADJ-DEBIT-CREDIT
         MOVE ADJUST-REASON TO ADJ-REASON
         MOVE CHECK-PERIOD TO ADJ-PERIOD
         WRITE BILLING-RECORD FROM ADJUSTMENT-RECORD
         MOVE PRIOR-TASK-CODE TO ERR-KEY
         PERFORM check-billing-write
         ADD 1 TO ADJUST-COUNT
         ADD BILL-AMOUNT TO ADJUST-DEBITS.

       record-adjustment-status.
      * the re-billed figures are what was last sent; the posted
      * ones stay as they are until pmdack sees the pair accepted
         MOVE PRIOR-TASK-CODE TO BSTAT-TASK-CODE
         MOVE PRIOR-DATE TO BSTAT-DATE
         MOVE "S" TO BSTAT-STATUS
         MOVE EXTRACT-DATE TO BSTAT-EXTRACT-DATE
         MOVE BILL-HOURS TO BSTAT-HOURS
         MOVE BILL-AMOUNT TO BSTAT-AMOUNT
         MOVE SPACES TO BSTAT-ERROR-CODE
         IF BSTAT-FOUND
           MOVE "REWRITE " TO ERR-OPERATION
           REWRITE STATUS-RECORD
         ELSE
           MOVE 0 TO BSTAT-POSTED-HOURS
           MOVE 0 TO BSTAT-POSTED-AMOUNT
           MOVE 0 TO BSTAT-ACCEPT-DATE
           MOVE 0 TO BSTAT-JOURNAL-PERIOD
           MOVE 0 TO BSTAT-JOURNAL-AMOUNT
           MOVE "WRITE   " TO ERR-OPERATION
           WRITE STATUS-RECORD
         END-IF
         IF STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       settle-closed-status.
      * the log has come back to what corporate posted, so an
      * adjustment still S(ent) or R(ejected) for it is owed no more
         MOVE "A" TO BSTAT-STATUS
         MOVE POSTED-HOURS TO BSTAT-HOURS
         MOVE POSTED-AMOUNT TO BSTAT-AMOUNT
         MOVE SPACES TO BSTAT-ERROR-CODE
         REWRITE STATUS-RECORD
         IF STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDBST  " TO ERR-FILE-NAME
           MOVE "REWRITE " TO ERR-OPERATION
           MOVE STATUS-FILE-STATUS TO ERR-STATUS
           MOVE BSTAT-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

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
      * file would re-send a closed period as plain details
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
             DISPLAY "pmdbill: period table full, card skipped: "
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

       write-one-billing-detail.
         PERFORM convert-minutes-to-hours
         PERFORM price-billing-group
      * cost-center off the task master, rate off the rate table -
      * either missing leaves the detail priced at zero and flags
      * the run, so finance sees the hole before the file is sent
         PERFORM find-task-cost-center
         IF BILL-CC = SPACES
           ADD 1 TO UNRATED-COUNT
           DISPLAY "pmdbill: no cost-center for task "
             PRIOR-TASK-CODE
         ELSE
           PERFORM find-billing-rate
         END-IF
         COMPUTE BILL-AMOUNT ROUNDED = BILL-HOURS * BILL-RATE.

       find-task-cost-center.
         MOVE SPACES TO BILL-CC
         MOVE 0 TO BILL-RATE
         IF TASK-MASTER-OPEN
             NOT INVALID KEY
               MOVE TMAST-COST-CENTER TO BILL-CC
           END-READ
         END-IF.

       find-billing-rate.
      * the rate in force on the day the work was done: of this
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           COMPUTE RCTL-WRITTEN = DETAIL-COUNT + ADJUST-COUNT
           MOVE UNRATED-COUNT TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
