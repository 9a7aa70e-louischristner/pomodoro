       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdport.

      * monthly portfolio rollup - the figures management asks for
      * by project and programme, instead of somebody re-keying the
      * budget and rollup reports into a spreadsheet every month:
      *   - every task on the master, every FOCUS record on the live
      *     log and every billing detail on PMDBST is SORTed by
      *     portfolio, project and task - the project off the task
      *     master's TMAST-PROJECT-CODE and the portfolio off the
      *     PMDPROJ project master - and totalled with control
      *     breaks at each level
      *   - each level carries live focus hours, hours the log
      *     archive has cut (TMAST-ARCHIVED-MINUTES), the amount
      *     billed, the budget and the share of it burned; billed is
      *     what corporate posted for an accepted detail and what
      *     was sent for one still awaiting its acknowledgment (a
      *     rejected detail has billed nothing), and a detail that
      *     went out priced at zero is valued at the PMDRATE card in
      *     force on its work date for its task's cost-center
      *   - a project is measured against its own budget hours (or,
      *     with none set, the sum of its tasks' budgets): its
      *     weekly burn is the focus time of the last few weeks (four
      *     unless the EXEC-card PARM gives another count), and a
      *     project whose remaining budget runs out at that rate
      *     before its target end date is flagged OVERRUN with the
      *     date the budget goes; one already through its budget is
      *     flagged OVER BUDGET
      *   - tasks with no project, and projects not on the master,
      *     roll up under UNASSIGNED so no hour drops off the page
      * RC=4 when any project is flagged, RC=8 when the PARM is
      * malformed and nothing is reported; the file failure classes
      * from the common pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT TASK-FILE ASSIGN TO "PMDTASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMAST-KEY
               FILE STATUS IS TASK-FILE-STATUS.

             SELECT PROJECT-FILE ASSIGN TO "PMDPROJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PROJ-KEY
               FILE STATUS IS PROJ-FILE-STATUS.

             SELECT LOG-FILE ASSIGN TO "PMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

             SELECT STATUS-FILE ASSIGN TO "PMDBST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTAT-KEY
               FILE STATUS IS STATUS-FILE-STATUS.

             SELECT RATE-FILE ASSIGN TO "PMDRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.

             SELECT REPORT-FILE ASSIGN TO "PMDPFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD TASK-FILE.
           01 TASK-MASTER-RECORD.
             COPY taskrec.

           FD PROJECT-FILE.
           01 PROJECT-MASTER-RECORD.
             COPY projrec.

           FD LOG-FILE.
           01 LOG-RECORD.
             COPY logrec.

           FD STATUS-FILE.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD RATE-FILE.
           01 RATE-RECORD.
             COPY raterec.

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

      * one record per task-master entry (T), live FOCUS record (F)
      * or billing detail (B) - T sorts last within its task, so the
      * task's description is in hand by the time the break prints
           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-PORTFOLIO        PIC X(08).
             05 SORT-PROJECT          PIC X(08).
             05 SORT-TASK-CODE        PIC X(10).
             05 SORT-SOURCE           PIC X(01).
             05 SORT-DESCRIPTION      PIC X(30).
             05 SORT-FOCUS-MINUTES    PIC 9(07).
             05 SORT-RECENT-MINUTES   PIC 9(07).
             05 SORT-ARCHIVED-MINUTES PIC 9(07).
             05 SORT-BUDGET-HOURS     PIC 9(05).
             05 SORT-BILLED-AMOUNT    PIC 9(09)V99.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS     PIC X(02).
           77 TASK-FILE-STATUS    PIC X(02).
           77 PROJ-FILE-STATUS    PIC X(02).
           77 LOG-FILE-STATUS     PIC X(02).
           77 STATUS-FILE-STATUS  PIC X(02).
           77 RATE-FILE-STATUS    PIC X(02).
           77 REPORT-FILE-STATUS  PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-INPUT  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".
           77 RATE-EOF-SW  PIC X(01).
             88 END-OF-RATES  VALUE "Y".
           77 TASK-MASTER-OPEN-SW  PIC X(01).
             88 TASK-MASTER-OPEN  VALUE "Y".
           77 PROJECT-MASTER-OPEN-SW  PIC X(01).
             88 PROJECT-MASTER-OPEN  VALUE "Y".

           77 RECORDS-READ     PIC 9(08) VALUE ZERO.
           77 REPORT-LINES     PIC 9(08) VALUE ZERO.
           77 REPRICED-COUNT   PIC 9(05) VALUE ZERO.

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: how many weeks back the weekly burn rate is
      * averaged over - optional, four when not given
           77 CMD-LINE        PIC X(80).
           77 WEEKS-TEXT      PIC X(02).
           77 BURN-WEEKS      PIC 9(02).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".

           77 TODAY-DATE       PIC 9(08).
           77 TODAY-JULIAN     PIC 9(07).
           77 BURN-FROM-DATE   PIC 9(08).
           77 BURN-FROM-JULIAN PIC 9(07).

      * the last task and project looked up - the log and the
      * billing file come through in task order often enough that
      * most lookups are answered without a read
           77 LOOKUP-TASK-CODE   PIC X(10).
           77 CACHED-TASK-CODE   PIC X(10).
           77 CACHED-PROJECT     PIC X(08).
           77 CACHED-COST-CENTER PIC X(06).
           77 LOOKUP-PROJECT     PIC X(08).
           77 CACHED-PROJECT-KEY PIC X(08).
           77 CACHED-PORTFOLIO   PIC X(08).

      * the billing-rate table, loaded from the PMDRATE cards the
      * same way the billing extract loads it - only needed to value
      * a detail that went out priced at zero
           77 RATE-COUNT  PIC 9(03).
           77 RATE-IDX    PIC 9(03).
           77 RATE-BEST-DATE  PIC 9(08).
           77 RATE-FOUND-SW   PIC X(01).
             88 RATE-FOUND     VALUE "Y".
           77 PRICE-RATE      PIC 9(04)V99.
         01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 200 TIMES.
             10 RT-COST-CENTER     PIC X(06).
             10 RT-EFFECTIVE-DATE  PIC 9(08).
             10 RT-PER-HOUR        PIC 9(04)V99.

      * control-break keys and the totals at each level
           77 PRIOR-PORTFOLIO  PIC X(08).
           77 PRIOR-PROJECT    PIC X(08).
           77 PRIOR-TASK-CODE  PIC X(10).
           77 GROUP-HELD-SW    PIC X(01).
             88 GROUP-HELD      VALUE "Y".

           77 TASK-DESCRIPTION   PIC X(30).
           77 TASK-FOCUS-MIN     PIC 9(09).
           77 TASK-ARCHIVED-MIN  PIC 9(09).
           77 TASK-BUDGET-HOURS  PIC 9(07).
           77 TASK-BILLED        PIC 9(11)V99.

           77 PROJ-FOCUS-MIN     PIC 9(09).
           77 PROJ-RECENT-MIN    PIC 9(09).
           77 PROJ-ARCHIVED-MIN  PIC 9(09).
           77 PROJ-TASK-BUDGET   PIC 9(07).
           77 PROJ-USE-BUDGET    PIC 9(07).
           77 PROJ-BILLED        PIC 9(11)V99.
           77 PROJ-ON-FILE-SW    PIC X(01).
             88 PROJ-ON-FILE      VALUE "Y".
           77 PROJ-TARGET-DATE   PIC 9(08).

           77 PORT-FOCUS-MIN     PIC 9(09).
           77 PORT-ARCHIVED-MIN  PIC 9(09).
           77 PORT-BUDGET-HOURS  PIC 9(07).
           77 PORT-BILLED        PIC 9(11)V99.

           77 ALL-FOCUS-MIN      PIC 9(09) VALUE ZERO.
           77 ALL-ARCHIVED-MIN   PIC 9(09) VALUE ZERO.
           77 ALL-BILLED         PIC 9(11)V99 VALUE ZERO.
           77 PORTFOLIO-COUNT    PIC 9(05) VALUE ZERO.
           77 PROJECT-COUNT      PIC 9(05) VALUE ZERO.
           77 TASK-COUNT         PIC 9(05) VALUE ZERO.
           77 FLAGGED-COUNT      PIC 9(05) VALUE ZERO.

      * burn and projection work fields
           77 LEVEL-FOCUS-MIN    PIC 9(09).
           77 LEVEL-ARCHIVED-MIN PIC 9(09).
           77 LEVEL-BUDGET-HOURS PIC 9(07).
           77 USED-MINUTES       PIC 9(09).
           77 BUDGET-MINUTES     PIC 9(09).
           77 REMAINING-MINUTES  PIC 9(09).
           77 WEEKLY-BURN-MIN    PIC 9(07)V9.
           77 DAYS-TO-EXHAUST    PIC 9(07).
           77 EXHAUST-JULIAN     PIC 9(07).
           77 EXHAUST-DATE       PIC 9(08).
           77 TARGET-JULIAN      PIC 9(07).
           77 BURN-PERCENT       PIC 9(05).

         01 TITLE-LINE.
           05 FILLER            PIC X(36)
                  VALUE "POMODORO PORTFOLIO ROLLUP  run date ".
           05 TL-DATE            PIC 9999/99/99.
           05 FILLER            PIC X(23)
                  VALUE "  weekly burn over last".
           05 TL-WEEKS           PIC ZZ9.
           05 FILLER            PIC X(06) VALUE " weeks".

         01 COLUMN-LINE.
           05 FILLER            PIC X(53) VALUE SPACES.
           05 FILLER            PIC X(24)
                  VALUE " focus hrs    arch hrs  ".
           05 FILLER            PIC X(30)
                  VALUE " budget  burn%          billed".

         01 PORTFOLIO-LINE.
           05 FILLER            PIC X(10) VALUE "PORTFOLIO ".
           05 PFL-PORTFOLIO      PIC X(10).

         01 PROJECT-LINE.
           05 FILLER            PIC X(10) VALUE "  PROJECT ".
           05 PJL-PROJECT        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PJL-DESCRIPTION    PIC X(30).
           05 FILLER            PIC X(08) VALUE " owner: ".
           05 PJL-OWNER          PIC X(20).
           05 FILLER            PIC X(09) VALUE " target: ".
           05 PJL-TARGET         PIC 9999/99/99.

      * one layout for every level's figures - the caption says
      * which level the line totals
         01 FIGURES-LINE.
           05 FGL-CAPTION        PIC X(53).
           05 FGL-FOCUS-HOURS    PIC ZZZZZZZ9.9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FGL-ARCHIVED-HOURS PIC ZZZZZZZ9.9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FGL-BUDGET-HOURS   PIC ZZZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FGL-BURN-PERCENT   PIC ZZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 FGL-BILLED         PIC ZZZ,ZZZ,ZZ9.99.

         01 TASK-CAPTION.
           05 FILLER            PIC X(09) VALUE "    TASK ".
           05 TKC-TASK-CODE      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 TKC-DESCRIPTION    PIC X(30).

         01 BURN-LINE.
           05 FILLER            PIC X(18) VALUE "    weekly burn: ".
           05 BNL-WEEKLY-HOURS   PIC ZZZZ9.9.
           05 FILLER            PIC X(04) VALUE " hrs".
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BNL-FLAG           PIC X(65).

         01 OVERRUN-FLAG.
           05 FILLER            PIC X(32)
                  VALUE "** OVERRUN - budget gone about ".
           05 OVF-EXHAUST        PIC 9999/99/99.
           05 FILLER            PIC X(10) VALUE ", target ".
           05 OVF-TARGET         PIC 9999/99/99.
           05 FILLER            PIC X(03) VALUE " **".

         01 TOTALS-LINE.
           05 FILLER            PIC X(19)
                                VALUE "PORTFOLIO TOTALS - ".
           05 FILLER            PIC X(12) VALUE "portfolios: ".
           05 TT-PORTFOLIOS      PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE " projects: ".
           05 TT-PROJECTS        PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE " tasks: ".
           05 TT-TASKS           PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE " flagged: ".
           05 TT-FLAGGED         PIC ZZZZ9.
           05 FILLER            PIC X(09) VALUE " billed: ".
           05 TT-BILLED          PIC ZZZ,ZZZ,ZZ9.99.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-burn-weeks
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-rollup
           SORT SORT-WORK
             ON ASCENDING KEY SORT-PORTFOLIO
                              SORT-PROJECT
                              SORT-TASK-CODE
                              SORT-SOURCE
             INPUT PROCEDURE select-rollup-records
             OUTPUT PROCEDURE roll-up-sorted-records
           PERFORM write-rollup-totals
           PERFORM finish-rollup
           IF FLAGGED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         DISPLAY "pmdport: records read " RECORDS-READ
           " projects " PROJECT-COUNT " flagged " FLAGGED-COUNT
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDPORT " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDPORT " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-burn-weeks.
         MOVE "N" TO PARM-BAD-SW
         MOVE 4 TO BURN-WEEKS
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO WEEKS-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE INTO WEEKS-TEXT
           IF WEEKS-TEXT (2:1) = SPACE
             MOVE WEEKS-TEXT (1:1) TO WEEKS-TEXT (2:1)
             MOVE "0" TO WEEKS-TEXT (1:1)
           END-IF
           IF WEEKS-TEXT IS NUMERIC AND WEEKS-TEXT NOT = "00"
             MOVE WEEKS-TEXT TO BURN-WEEKS
           ELSE
             DISPLAY "pmdport: bad week count on PARM: " WEEKS-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF.

       initialize-rollup.
      * the burn window runs back whole weeks from today
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD
         COMPUTE TODAY-JULIAN = FUNCTION INTEGER-OF-DATE (TODAY-DATE)
         COMPUTE BURN-FROM-JULIAN = TODAY-JULIAN - (BURN-WEEKS * 7)
         COMPUTE BURN-FROM-DATE =
           FUNCTION DATE-OF-INTEGER (BURN-FROM-JULIAN)
         MOVE SPACES TO CACHED-TASK-CODE
         MOVE SPACES TO CACHED-PROJECT
         MOVE SPACES TO CACHED-COST-CENTER
         MOVE SPACES TO CACHED-PROJECT-KEY
         MOVE SPACES TO CACHED-PORTFOLIO
         PERFORM load-rate-table
         OPEN OUTPUT REPORT-FILE
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDPFR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
      * no task master means every hour rolls up UNASSIGNED, and no
      * project master means no portfolios or targets - a thin
      * report, not an abend
         MOVE "N" TO TASK-MASTER-OPEN-SW
         OPEN INPUT TASK-FILE
         IF TASK-FILE-STATUS = "00"
           MOVE "Y" TO TASK-MASTER-OPEN-SW
         ELSE
           DISPLAY "pmdport: task master unavailable, status "
             TASK-FILE-STATUS
         END-IF
         MOVE "N" TO PROJECT-MASTER-OPEN-SW
         OPEN INPUT PROJECT-FILE
         IF PROJ-FILE-STATUS = "00"
           MOVE "Y" TO PROJECT-MASTER-OPEN-SW
         ELSE
           DISPLAY "pmdport: project master unavailable, status "
             PROJ-FILE-STATUS
         END-IF
         MOVE TODAY-DATE TO TL-DATE
         MOVE BURN-WEEKS TO TL-WEEKS
         MOVE TITLE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE COLUMN-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       load-rate-table.
      * the whole rate file fits in storage - finance owns maybe a
      * few dozen cost-centers
         MOVE 0 TO RATE-COUNT
         MOVE "N" TO RATE-EOF-SW
         OPEN INPUT RATE-FILE
         IF RATE-FILE-STATUS NOT = "00"
           MOVE "Y" TO RATE-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-RATES
           READ RATE-FILE
             AT END
               MOVE "Y" TO RATE-EOF-SW
             NOT AT END
               IF RATE-COUNT < 200
                 ADD 1 TO RATE-COUNT
                 MOVE RATE-COST-CENTER
                   TO RT-COST-CENTER (RATE-COUNT)
                 MOVE RATE-EFFECTIVE-DATE
                   TO RT-EFFECTIVE-DATE (RATE-COUNT)
                 MOVE RATE-PER-HOUR TO RT-PER-HOUR (RATE-COUNT)
               ELSE
                 DISPLAY "pmdport: rate table full, card skipped"
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the load
      * would spin on the same failing READ forever
           IF RATE-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO RATE-EOF-SW
           END-IF
         END-PERFORM
         IF RATE-FILE-STATUS = "00" OR = "10"
           CLOSE RATE-FILE
         END-IF.

       finish-rollup.
         CLOSE REPORT-FILE
         IF TASK-MASTER-OPEN
           CLOSE TASK-FILE
         END-IF
         IF PROJECT-MASTER-OPEN
           CLOSE PROJECT-FILE
         END-IF.

       select-rollup-records.
         PERFORM release-task-master
         PERFORM release-focus-time
         PERFORM release-billed-details.

       release-task-master.
      * every task on the master, so a ticket with only archived
      * time (or none at all yet) still shows under its project
         IF TASK-MASTER-OPEN
           MOVE "N" TO EOF-SW
           MOVE LOW-VALUES TO TMAST-KEY
           START TASK-FILE KEY NOT < TMAST-KEY
             INVALID KEY
               MOVE "Y" TO EOF-SW
           END-START
           PERFORM UNTIL END-OF-INPUT
             READ TASK-FILE NEXT
               AT END
                 MOVE "Y" TO EOF-SW
               NOT AT END
                 ADD 1 TO RECORDS-READ
                 MOVE TMAST-PROJECT-CODE TO LOOKUP-PROJECT
                 PERFORM find-portfolio
                 MOVE SPACES TO SORT-RECORD
                 MOVE CACHED-PORTFOLIO TO SORT-PORTFOLIO
                 MOVE TMAST-PROJECT-CODE TO SORT-PROJECT
                 MOVE TMAST-CODE TO SORT-TASK-CODE
                 MOVE "T" TO SORT-SOURCE
                 MOVE TMAST-DESCRIPTION TO SORT-DESCRIPTION
                 MOVE 0 TO SORT-FOCUS-MINUTES
                 MOVE 0 TO SORT-RECENT-MINUTES
                 MOVE TMAST-ARCHIVED-MINUTES TO SORT-ARCHIVED-MINUTES
                 MOVE TMAST-BUDGET-HOURS TO SORT-BUDGET-HOURS
                 MOVE 0 TO SORT-BILLED-AMOUNT
                 RELEASE SORT-RECORD
             END-READ
             IF TASK-FILE-STATUS NOT = "00" AND NOT = "02"
                 AND NOT = "10"
               MOVE "PMDTASK " TO ERR-FILE-NAME
               MOVE "READ    " TO ERR-OPERATION
               MOVE TASK-FILE-STATUS TO ERR-STATUS
               MOVE TMAST-CODE TO ERR-KEY
               PERFORM file-error
             END-IF
           END-PERFORM
         END-IF.

       release-focus-time.
      * only focus time burns a budget - the same rule the budget
      * report and the billing extract apply
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
         PERFORM UNTIL END-OF-INPUT
           ADD 1 TO RECORDS-READ
           IF LOG-IS-FOCUS
             MOVE LOG-TASK-CODE TO LOOKUP-TASK-CODE
             PERFORM find-task-project
             MOVE SPACES TO SORT-RECORD
             MOVE CACHED-PORTFOLIO TO SORT-PORTFOLIO
             MOVE CACHED-PROJECT TO SORT-PROJECT
             MOVE LOG-TASK-CODE TO SORT-TASK-CODE
             MOVE "F" TO SORT-SOURCE
             MOVE LOG-DURATION-MINUTES TO SORT-FOCUS-MINUTES
             IF LOG-END-DATE > BURN-FROM-DATE
               MOVE LOG-DURATION-MINUTES TO SORT-RECENT-MINUTES
             ELSE
               MOVE 0 TO SORT-RECENT-MINUTES
             END-IF
             MOVE 0 TO SORT-ARCHIVED-MINUTES
             MOVE 0 TO SORT-BUDGET-HOURS
             MOVE 0 TO SORT-BILLED-AMOUNT
             RELEASE SORT-RECORD
           END-IF
           PERFORM read-log-record
         END-PERFORM
         CLOSE LOG-FILE.

       read-log-record.
         READ LOG-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - left unchecked the run
      * would spin on the same failing READ forever
         IF LOG-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       release-billed-details.
      * what the time has billed: the posted amount once corporate
      * has accepted a detail, the sent amount while it awaits its
      * acknowledgment, nothing for a rejected one. no status file
      * yet just means nothing has been billed
         MOVE "N" TO EOF-SW
         OPEN INPUT STATUS-FILE
         IF STATUS-FILE-STATUS NOT = "00"
           DISPLAY "pmdport: no billing-status file, status "
             STATUS-FILE-STATUS " - nothing shown as billed"
           MOVE "Y" TO EOF-SW
         ELSE
           MOVE LOW-VALUES TO BSTAT-KEY
           START STATUS-FILE KEY NOT < BSTAT-KEY
             INVALID KEY
               MOVE "Y" TO EOF-SW
           END-START
         END-IF
         PERFORM UNTIL END-OF-INPUT
           READ STATUS-FILE NEXT
             AT END
               MOVE "Y" TO EOF-SW
             NOT AT END
               ADD 1 TO RECORDS-READ
               IF NOT BSTAT-REJECTED
                 PERFORM release-billed-detail
               END-IF
           END-READ
           IF STATUS-FILE-STATUS NOT = "00" AND NOT = "02"
               AND NOT = "10"
             MOVE "PMDBST  " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE STATUS-FILE-STATUS TO ERR-STATUS
             MOVE BSTAT-KEY TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         IF STATUS-FILE-STATUS = "00" OR = "02" OR = "10"
           CLOSE STATUS-FILE
         END-IF.

       release-billed-detail.
         MOVE BSTAT-TASK-CODE TO LOOKUP-TASK-CODE
         PERFORM find-task-project
         MOVE SPACES TO SORT-RECORD
         MOVE CACHED-PORTFOLIO TO SORT-PORTFOLIO
         MOVE CACHED-PROJECT TO SORT-PROJECT
         MOVE BSTAT-TASK-CODE TO SORT-TASK-CODE
         MOVE "B" TO SORT-SOURCE
         MOVE 0 TO SORT-FOCUS-MINUTES
         MOVE 0 TO SORT-RECENT-MINUTES
         MOVE 0 TO SORT-ARCHIVED-MINUTES
         MOVE 0 TO SORT-BUDGET-HOURS
         IF BSTAT-ACCEPTED
           MOVE BSTAT-POSTED-AMOUNT TO SORT-BILLED-AMOUNT
         ELSE
           MOVE BSTAT-AMOUNT TO SORT-BILLED-AMOUNT
         END-IF
      * a detail sent with no cost-center or rate in force went out
      * at zero - value its hours at the rate in force on its work
      * date now, so the rollup shows what the time is worth
         IF SORT-BILLED-AMOUNT = 0 AND BSTAT-HOURS > 0
           PERFORM find-detail-rate
           IF RATE-FOUND
             COMPUTE SORT-BILLED-AMOUNT ROUNDED =
               BSTAT-HOURS * PRICE-RATE
             ADD 1 TO REPRICED-COUNT
           END-IF
         END-IF
         RELEASE SORT-RECORD.

       find-detail-rate.
      * of the task's cost-center rows effective at or before the
      * detail's work date, the latest one wins - the billing
      * extract's own rule
         MOVE 0 TO PRICE-RATE
         MOVE 0 TO RATE-BEST-DATE
         MOVE "N" TO RATE-FOUND-SW
         IF CACHED-COST-CENTER NOT = SPACES
           MOVE 1 TO RATE-IDX
           PERFORM UNTIL RATE-IDX > RATE-COUNT
             IF RT-COST-CENTER (RATE-IDX) = CACHED-COST-CENTER
                 AND RT-EFFECTIVE-DATE (RATE-IDX) NOT > BSTAT-DATE
               IF NOT RATE-FOUND
                   OR RT-EFFECTIVE-DATE (RATE-IDX) > RATE-BEST-DATE
                 MOVE "Y" TO RATE-FOUND-SW
                 MOVE RT-EFFECTIVE-DATE (RATE-IDX) TO RATE-BEST-DATE
                 MOVE RT-PER-HOUR (RATE-IDX) TO PRICE-RATE
               END-IF
             END-IF
             ADD 1 TO RATE-IDX
           END-PERFORM
         END-IF.

       find-task-project.
      * project and cost-center for LOOKUP-TASK-CODE off the task
      * master, then its portfolio - a code the master does not
      * carry has neither, and rolls up UNASSIGNED
         IF LOOKUP-TASK-CODE NOT = CACHED-TASK-CODE
           MOVE LOOKUP-TASK-CODE TO CACHED-TASK-CODE
           MOVE SPACES TO CACHED-PROJECT
           MOVE SPACES TO CACHED-COST-CENTER
           IF TASK-MASTER-OPEN
             MOVE LOOKUP-TASK-CODE TO TMAST-CODE
             READ TASK-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE TMAST-PROJECT-CODE TO CACHED-PROJECT
                 MOVE TMAST-COST-CENTER TO CACHED-COST-CENTER
             END-READ
             IF TASK-FILE-STATUS NOT = "00" AND NOT = "23"
               MOVE "PMDTASK " TO ERR-FILE-NAME
               MOVE "READ    " TO ERR-OPERATION
               MOVE TASK-FILE-STATUS TO ERR-STATUS
               MOVE LOOKUP-TASK-CODE TO ERR-KEY
               PERFORM file-error
             END-IF
           END-IF
         END-IF
         MOVE CACHED-PROJECT TO LOOKUP-PROJECT
         PERFORM find-portfolio.

       find-portfolio.
      * portfolio for LOOKUP-PROJECT off the project master - blank
      * for no project, or one the master does not carry
         IF LOOKUP-PROJECT NOT = CACHED-PROJECT-KEY
           MOVE LOOKUP-PROJECT TO CACHED-PROJECT-KEY
           MOVE SPACES TO CACHED-PORTFOLIO
           IF PROJECT-MASTER-OPEN AND LOOKUP-PROJECT NOT = SPACES
             MOVE LOOKUP-PROJECT TO PROJ-CODE
             READ PROJECT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE PROJ-PORTFOLIO TO CACHED-PORTFOLIO
             END-READ
             IF PROJ-FILE-STATUS NOT = "00" AND NOT = "23"
               MOVE "PMDPROJ " TO ERR-FILE-NAME
               MOVE "READ    " TO ERR-OPERATION
               MOVE PROJ-FILE-STATUS TO ERR-STATUS
               MOVE LOOKUP-PROJECT TO ERR-KEY
               PERFORM file-error
             END-IF
           END-IF
         END-IF.

       roll-up-sorted-records.
      * control breaks, innermost first: a task change closes the
      * task, a project change the project as well, a portfolio
      * change all three
         MOVE "N" TO SORT-EOF-SW
         MOVE "N" TO GROUP-HELD-SW
         PERFORM return-sorted-record
         PERFORM UNTIL END-OF-SORT
           IF NOT GROUP-HELD
             PERFORM start-portfolio-group
             PERFORM start-project-group
             PERFORM start-task-group
             MOVE "Y" TO GROUP-HELD-SW
           ELSE
             IF SORT-PORTFOLIO NOT = PRIOR-PORTFOLIO
               PERFORM close-task-group
               PERFORM close-project-group
               PERFORM close-portfolio-group
               PERFORM start-portfolio-group
               PERFORM start-project-group
               PERFORM start-task-group
             ELSE
               IF SORT-PROJECT NOT = PRIOR-PROJECT
                 PERFORM close-task-group
                 PERFORM close-project-group
                 PERFORM start-project-group
                 PERFORM start-task-group
               ELSE
                 IF SORT-TASK-CODE NOT = PRIOR-TASK-CODE
                   PERFORM close-task-group
                   PERFORM start-task-group
                 END-IF
               END-IF
             END-IF
           END-IF
           PERFORM add-sorted-record
           PERFORM return-sorted-record
         END-PERFORM
         IF GROUP-HELD
           PERFORM close-task-group
           PERFORM close-project-group
           PERFORM close-portfolio-group
         END-IF.

       return-sorted-record.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       add-sorted-record.
         IF SORT-SOURCE = "T"
           MOVE SORT-DESCRIPTION TO TASK-DESCRIPTION
         END-IF
         ADD SORT-FOCUS-MINUTES TO TASK-FOCUS-MIN
         ADD SORT-RECENT-MINUTES TO PROJ-RECENT-MIN
         ADD SORT-ARCHIVED-MINUTES TO TASK-ARCHIVED-MIN
         ADD SORT-BUDGET-HOURS TO TASK-BUDGET-HOURS
         ADD SORT-BILLED-AMOUNT TO TASK-BILLED.

       start-portfolio-group.
         ADD 1 TO PORTFOLIO-COUNT
         MOVE SORT-PORTFOLIO TO PRIOR-PORTFOLIO
         MOVE 0 TO PORT-FOCUS-MIN
         MOVE 0 TO PORT-ARCHIVED-MIN
         MOVE 0 TO PORT-BUDGET-HOURS
         MOVE 0 TO PORT-BILLED
         IF SORT-PORTFOLIO = SPACES
           MOVE "UNASSIGNED" TO PFL-PORTFOLIO
         ELSE
           MOVE SORT-PORTFOLIO TO PFL-PORTFOLIO
         END-IF
         MOVE PORTFOLIO-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       start-project-group.
      * the project's owner, target and budget off the master -
      * read again here, since the input side's lookups are long
      * gone by the time the sorted records come back
         ADD 1 TO PROJECT-COUNT
         MOVE SORT-PROJECT TO PRIOR-PROJECT
         MOVE 0 TO PROJ-FOCUS-MIN
         MOVE 0 TO PROJ-RECENT-MIN
         MOVE 0 TO PROJ-ARCHIVED-MIN
         MOVE 0 TO PROJ-TASK-BUDGET
         MOVE 0 TO PROJ-BILLED
         MOVE 0 TO PROJ-TARGET-DATE
         MOVE "N" TO PROJ-ON-FILE-SW
         MOVE SPACES TO PJL-DESCRIPTION
         MOVE SPACES TO PJL-OWNER
         IF PROJECT-MASTER-OPEN AND SORT-PROJECT NOT = SPACES
           MOVE SORT-PROJECT TO PROJ-CODE
           READ PROJECT-FILE
             INVALID KEY
               MOVE "NOT ON PROJECT MASTER" TO PJL-DESCRIPTION
             NOT INVALID KEY
               MOVE "Y" TO PROJ-ON-FILE-SW
               MOVE PROJ-DESCRIPTION TO PJL-DESCRIPTION
               MOVE PROJ-OWNER TO PJL-OWNER
               MOVE PROJ-TARGET-END-DATE TO PROJ-TARGET-DATE
           END-READ
           IF PROJ-FILE-STATUS NOT = "00" AND NOT = "23"
             MOVE "PMDPROJ " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE PROJ-FILE-STATUS TO ERR-STATUS
             MOVE SORT-PROJECT TO ERR-KEY
             PERFORM file-error
           END-IF
         END-IF
         IF SORT-PROJECT = SPACES
           MOVE "UNASSIGNED" TO PJL-PROJECT
         ELSE
           MOVE SORT-PROJECT TO PJL-PROJECT
         END-IF
         MOVE PROJ-TARGET-DATE TO PJL-TARGET
         MOVE PROJECT-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       start-task-group.
         ADD 1 TO TASK-COUNT
         MOVE SORT-TASK-CODE TO PRIOR-TASK-CODE
         MOVE SPACES TO TASK-DESCRIPTION
         MOVE 0 TO TASK-FOCUS-MIN
         MOVE 0 TO TASK-ARCHIVED-MIN
         MOVE 0 TO TASK-BUDGET-HOURS
         MOVE 0 TO TASK-BILLED.

       close-task-group.
         MOVE PRIOR-TASK-CODE TO TKC-TASK-CODE
         IF TASK-DESCRIPTION = SPACES
           MOVE "NOT ON TASK MASTER" TO TKC-DESCRIPTION
         ELSE
           MOVE TASK-DESCRIPTION TO TKC-DESCRIPTION
         END-IF
         MOVE TASK-CAPTION TO FGL-CAPTION
         MOVE TASK-FOCUS-MIN TO LEVEL-FOCUS-MIN
         MOVE TASK-ARCHIVED-MIN TO LEVEL-ARCHIVED-MIN
         MOVE TASK-BUDGET-HOURS TO LEVEL-BUDGET-HOURS
         MOVE TASK-BILLED TO FGL-BILLED
         PERFORM write-figures-line
         ADD TASK-FOCUS-MIN TO PROJ-FOCUS-MIN
         ADD TASK-ARCHIVED-MIN TO PROJ-ARCHIVED-MIN
         ADD TASK-BUDGET-HOURS TO PROJ-TASK-BUDGET
         ADD TASK-BILLED TO PROJ-BILLED.

       close-project-group.
      * the project's own budget when the master sets one, its
      * tasks' budgets added up when it does not
         MOVE 0 TO PROJ-USE-BUDGET
         IF PROJ-ON-FILE
           MOVE PROJ-BUDGET-HOURS TO PROJ-USE-BUDGET
         END-IF
         IF PROJ-USE-BUDGET = 0
           MOVE PROJ-TASK-BUDGET TO PROJ-USE-BUDGET
         END-IF
         MOVE "  PROJECT TOTAL" TO FGL-CAPTION
         MOVE PROJ-FOCUS-MIN TO LEVEL-FOCUS-MIN
         MOVE PROJ-ARCHIVED-MIN TO LEVEL-ARCHIVED-MIN
         MOVE PROJ-USE-BUDGET TO LEVEL-BUDGET-HOURS
         MOVE PROJ-BILLED TO FGL-BILLED
         PERFORM write-figures-line
         PERFORM project-overrun-check
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line
         ADD PROJ-FOCUS-MIN TO PORT-FOCUS-MIN
         ADD PROJ-ARCHIVED-MIN TO PORT-ARCHIVED-MIN
         ADD PROJ-USE-BUDGET TO PORT-BUDGET-HOURS
         ADD PROJ-BILLED TO PORT-BILLED.

       project-overrun-check.
      * at the weekly burn of the last BURN-WEEKS weeks, the days
      * left in the budget are set against the days to the target
      * end date - a budget that runs dry first is an overrun. no
      * budget, no target or no recent burn means nothing to
      * project
         MOVE SPACES TO BNL-FLAG
         COMPUTE WEEKLY-BURN-MIN ROUNDED = PROJ-RECENT-MIN / BURN-WEEKS
         COMPUTE BNL-WEEKLY-HOURS ROUNDED = WEEKLY-BURN-MIN / 60
         COMPUTE USED-MINUTES = PROJ-FOCUS-MIN + PROJ-ARCHIVED-MIN
         COMPUTE BUDGET-MINUTES = PROJ-USE-BUDGET * 60
         IF PROJ-USE-BUDGET > 0
           IF USED-MINUTES NOT < BUDGET-MINUTES
             ADD 1 TO FLAGGED-COUNT
             MOVE "** OVER BUDGET **" TO BNL-FLAG
           ELSE
             IF PROJ-TARGET-DATE > TODAY-DATE
                 AND WEEKLY-BURN-MIN > 0
               COMPUTE REMAINING-MINUTES =
                 BUDGET-MINUTES - USED-MINUTES
               COMPUTE DAYS-TO-EXHAUST =
                 (REMAINING-MINUTES * 7) / WEEKLY-BURN-MIN
               COMPUTE EXHAUST-JULIAN = TODAY-JULIAN + DAYS-TO-EXHAUST
               COMPUTE TARGET-JULIAN =
                 FUNCTION INTEGER-OF-DATE (PROJ-TARGET-DATE)
               IF EXHAUST-JULIAN < TARGET-JULIAN
                 ADD 1 TO FLAGGED-COUNT
                 COMPUTE EXHAUST-DATE =
                   FUNCTION DATE-OF-INTEGER (EXHAUST-JULIAN)
                 MOVE EXHAUST-DATE TO OVF-EXHAUST
                 MOVE PROJ-TARGET-DATE TO OVF-TARGET
                 MOVE OVERRUN-FLAG TO BNL-FLAG
               END-IF
             END-IF
           END-IF
         END-IF
         MOVE BURN-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       close-portfolio-group.
         MOVE "PORTFOLIO TOTAL" TO FGL-CAPTION
         MOVE PORT-FOCUS-MIN TO LEVEL-FOCUS-MIN
         MOVE PORT-ARCHIVED-MIN TO LEVEL-ARCHIVED-MIN
         MOVE PORT-BUDGET-HOURS TO LEVEL-BUDGET-HOURS
         MOVE PORT-BILLED TO FGL-BILLED
         PERFORM write-figures-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line
         ADD PORT-FOCUS-MIN TO ALL-FOCUS-MIN
         ADD PORT-ARCHIVED-MIN TO ALL-ARCHIVED-MIN
         ADD PORT-BILLED TO ALL-BILLED.

       write-figures-line.
      * hours to one decimal and burn as a whole percentage of the
      * budget - live and archived time both count against it, so
      * archiving old days never makes a budget look fresher
         COMPUTE FGL-FOCUS-HOURS ROUNDED = LEVEL-FOCUS-MIN / 60
         COMPUTE FGL-ARCHIVED-HOURS ROUNDED = LEVEL-ARCHIVED-MIN / 60
         MOVE LEVEL-BUDGET-HOURS TO FGL-BUDGET-HOURS
         MOVE 0 TO BURN-PERCENT
         IF LEVEL-BUDGET-HOURS > 0
           COMPUTE BURN-PERCENT =
             ((LEVEL-FOCUS-MIN + LEVEL-ARCHIVED-MIN) * 100)
               / (LEVEL-BUDGET-HOURS * 60)
             ON SIZE ERROR
               MOVE 99999 TO BURN-PERCENT
           END-COMPUTE
         END-IF
         MOVE BURN-PERCENT TO FGL-BURN-PERCENT
         MOVE FIGURES-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-rollup-totals.
         MOVE "ALL PORTFOLIOS" TO FGL-CAPTION
         MOVE ALL-FOCUS-MIN TO LEVEL-FOCUS-MIN
         MOVE ALL-ARCHIVED-MIN TO LEVEL-ARCHIVED-MIN
         MOVE 0 TO LEVEL-BUDGET-HOURS
         MOVE ALL-BILLED TO FGL-BILLED
         PERFORM write-figures-line
         MOVE PORTFOLIO-COUNT TO TT-PORTFOLIOS
         MOVE PROJECT-COUNT TO TT-PROJECTS
         MOVE TASK-COUNT TO TT-TASKS
         MOVE FLAGGED-COUNT TO TT-FLAGGED
         MOVE ALL-BILLED TO TT-BILLED
         MOVE TOTALS-LINE TO REPORT-RECORD
         PERFORM write-report-line
         IF REPRICED-COUNT > 0
           DISPLAY "pmdport: " REPRICED-COUNT " detail(s) sent at "
             "zero valued at the rate now in force"
         END-IF.

       write-report-line.
         WRITE REPORT-RECORD
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDPFR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE PRIOR-PROJECT TO ERR-KEY
           PERFORM file-error
         END-IF
         ADD 1 TO REPORT-LINES.

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
           DISPLAY "pmdport: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDPORT " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE REPORT-LINES TO RCTL-WRITTEN
           MOVE FLAGGED-COUNT TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdport: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
