         PROGRAM-ID. pmdmnt.

      * online maintenance for the task master, the session master,
      * the project master, the per-session focus profile and the
      * billing-rate cards, in the same
      * terminal style as pomodoro.cob - a supervisor can list, add,
      * change and deactivate task-master entries, browse/update the
      * parameter card the PMDCFG DD points at, and browse or add
      * with the edits enforced here at entry (no zero cycle-mod,
      * minutes within sane bounds, a real date and a numeric rate
      * on a rate row) instead of being silently patched - or worse,
      * silently priced at zero - downstream; every add, change,
      * deactivation and profile write is also appended to the
      * PMDJRN change journal with the before and after record and
      * the operator id keyed at sign-on, and the screens will not
      * come up at all if the journal cannot be opened. a task is
      * grouped under a project by the project code keyed on its
      * add or change screen, which must already be on the project
      * master (an asterisk takes it off again); a profile write is
      * journaled under the session-id the operator names for the
      * PMDCFG member, checked against the session master; projects
      * carry their portfolio, owner, budget hours and target end
      * date for the portfolio report (pmdport)

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
               RECORD KEY IS SESS-KEY
               FILE STATUS IS SESS-FILE-STATUS.

             SELECT PROJECT-FILE ASSIGN TO "PMDPROJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-KEY
               FILE STATUS IS PROJ-FILE-STATUS.

             SELECT JOURNAL-FILE ASSIGN TO "PMDJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD TASK-FILE.
           01 SESSION-MASTER-RECORD.
             COPY sessrec.

           FD PROJECT-FILE.
           01 PROJECT-MASTER-RECORD.
             COPY projrec.

           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
             COPY jrnrec.

         WORKING-STORAGE SECTION.
           77 TASK-FILE-STATUS    PIC X(02).
           77 CONFIG-FILE-STATUS  PIC X(02).
           77 RATE-FILE-STATUS    PIC X(02).
           77 SESS-FILE-STATUS    PIC X(02).
           77 JOURNAL-FILE-STATUS PIC X(02).
           77 PROJ-FILE-STATUS    PIC X(02).

      * who is at the terminal - keyed once at sign-on and stamped
      * on every journal record the session writes
           77 OPERATOR-ID   PIC X(08).

      * the journal entry being built - the action paragraph sets
      * the file, key and action and the record images around its
      * write, and write-journal-entry stamps and appends it
         01 JOURNAL-ENTRY.
           05 JE-FILE-NAME    PIC X(08).
           05 JE-KEY          PIC X(20).
           05 JE-ACTION       PIC X(08).
           05 JE-BEFORE       PIC X(80).
           05 JE-AFTER        PIC X(80).

           77 MENU-CHOICE   PIC X(01).
           77 DONE-SW       PIC X(01).
           77 SESS-LIST-EOF-SW  PIC X(01).
             88 END-OF-SESS-LIST  VALUE "Y".
           77 ENTRY-SESSION-ID  PIC X(08).
           77 PROFILE-SESSION-SW  PIC X(01).
             88 PROFILE-SESSION-FOUND  VALUE "Y".
           77 ENTRY-ANALYST     PIC X(25).
           77 ENTRY-TEAM        PIC X(08).

      * project-master entry fields - the code the task screens
      * group tickets under, the portfolio it rolls up to, its
      * owner, and the target end date keyed as eight digits with
      * the same calendar edit the rate cards get (blank keeps it)
           77 PROJ-LIST-EOF-SW  PIC X(01).
             88 END-OF-PROJ-LIST  VALUE "Y".
           77 ENTRY-PROJECT      PIC X(08).
           77 ENTRY-PROJECT-TEXT PIC X(08).
           77 ENTRY-PORTFOLIO    PIC X(08).
           77 ENTRY-OWNER        PIC X(20).
           77 ENTRY-TARGET-DATE  PIC 9(08).

         01 PROJECT-LIST-LINE.
           05 PL-CODE          PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PL-DESCRIPTION   PIC X(30).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PL-PORTFOLIO     PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PL-OWNER         PIC X(20).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 PL-STATUS        PIC X(06).
           05 FILLER           PIC X(06) VALUE " bud: ".
           05 PL-BUDGET        PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE " end: ".
           05 PL-TARGET        PIC 9999/99/99.

         01 SESSION-LIST-LINE.
           05 SL-SESSION-ID    PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACE.
           05 LL-STATUS        PIC X(06).
           05 FILLER           PIC X(06) VALUE " bud: ".
           05 LL-BUDGET        PIC ZZZZ9.
           05 FILLER           PIC X(06) VALUE " prj: ".
           05 LL-PROJECT       PIC X(08).

         SCREEN SECTION.
           01 clear-terminal.
             02 BLANK SCREEN.

       PROCEDURE DIVISION.
         PERFORM open-change-journal
         PERFORM accept-operator-id
         MOVE "N" TO DONE-SW
         PERFORM UNTIL MAINT-DONE
           PERFORM show-menu
             WHEN "8"
               PERFORM maintain-session-master
             WHEN "9"
               PERFORM maintain-project-master
             WHEN "0"
               MOVE "Y" TO DONE-SW
             WHEN OTHER
               CONTINUE
           END-EVALUATE
         END-PERFORM
         CLOSE JOURNAL-FILE
         STOP RUN.

       open-change-journal.
      * the journal is the only record of who changed a master - no
      * journal, no maintenance; append to it, creating it the first
      * time the same way the rate cards are
         OPEN EXTEND JOURNAL-FILE
         IF JOURNAL-FILE-STATUS NOT = "00"
           OPEN OUTPUT JOURNAL-FILE
         END-IF
         IF JOURNAL-FILE-STATUS NOT = "00"
           DISPLAY "change journal unavailable, status "
             JOURNAL-FILE-STATUS " - maintenance not started"
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       accept-operator-id.
         DISPLAY clear-terminal
         DISPLAY "POMODORO MAINTENANCE"
         DISPLAY " "
         MOVE SPACES TO OPERATOR-ID
         PERFORM UNTIL OPERATOR-ID NOT = SPACES
           DISPLAY "OPERATOR ID.: " WITH NO ADVANCING
           ACCEPT OPERATOR-ID
         END-PERFORM.

       write-journal-entry.
      * called only once the master write has gone through, so the
      * journal never shows a change the file did not take
         MOVE SPACES TO JOURNAL-RECORD
         ACCEPT JRN-DATE FROM DATE YYYYMMDD
         ACCEPT JRN-TIME FROM TIME
         MOVE OPERATOR-ID TO JRN-OPERATOR
         MOVE JE-FILE-NAME TO JRN-FILE-NAME
         MOVE JE-KEY TO JRN-KEY
         MOVE JE-ACTION TO JRN-ACTION
         MOVE JE-BEFORE TO JRN-BEFORE
         MOVE JE-AFTER TO JRN-AFTER
         WRITE JOURNAL-RECORD
         IF JOURNAL-FILE-STATUS NOT = "00"
           DISPLAY "journal write failed, status " JOURNAL-FILE-STATUS
             " - note this change by hand: " JE-KEY
         END-IF.

       show-menu.
         DISPLAY clear-terminal
         DISPLAY "POMODORO MAINTENANCE"
         DISPLAY "  6  LIST BILLING RATES"
         DISPLAY "  7  ADD BILLING RATE"
         DISPLAY "  8  MAINTAIN SESSION MASTER"
         DISPLAY "  9  MAINTAIN PROJECT MASTER"
         DISPLAY "  0  EXIT"
         DISPLAY " "
         DISPLAY "CHOICE: " WITH NO ADVANCING
         ACCEPT MENU-CHOICE.
           MOVE "ACTIVE" TO LL-STATUS
         END-IF
         MOVE TMAST-BUDGET-HOURS TO LL-BUDGET
         MOVE TMAST-PROJECT-CODE TO LL-PROJECT
         DISPLAY TASK-LIST-LINE.

       add-task-code.
           ACCEPT ENTRY-COST-CENTER
           MOVE 0 TO ENTRY-BUDGET-VALUE
           PERFORM accept-budget-hours
           MOVE SPACES TO ENTRY-PROJECT
           PERFORM accept-task-project
           PERFORM open-task-file-io
           IF TASK-FILE-STATUS NOT = "00"
             DISPLAY "task master unavailable, status "
             MOVE "A" TO TMAST-STATUS
             MOVE ENTRY-BUDGET-VALUE TO TMAST-BUDGET-HOURS
             MOVE 0 TO TMAST-ARCHIVED-MINUTES
             MOVE ENTRY-PROJECT TO TMAST-PROJECT-CODE
             WRITE TASK-MASTER-RECORD
               INVALID KEY
                 DISPLAY "code is already on the master: " ENTRY-CODE
               NOT INVALID KEY
                 DISPLAY "added: " ENTRY-CODE
                 MOVE "PMDTASK " TO JE-FILE-NAME
                 MOVE TMAST-CODE TO JE-KEY
                 MOVE "ADD     " TO JE-ACTION
                 MOVE SPACES TO JE-BEFORE
                 MOVE TASK-MASTER-RECORD TO JE-AFTER
                 PERFORM write-journal-entry
             END-WRITE
             CLOSE TASK-FILE
           END-IF
             INVALID KEY
               DISPLAY "not on the task master: " ENTRY-CODE
             NOT INVALID KEY
               MOVE TASK-MASTER-RECORD TO JE-BEFORE
               PERFORM change-task-fields
           END-READ
           CLOSE TASK-FILE
         MOVE TMAST-BUDGET-HOURS TO ENTRY-BUDGET-VALUE
         PERFORM accept-budget-hours
         MOVE ENTRY-BUDGET-VALUE TO TMAST-BUDGET-HOURS
         DISPLAY "PROJECT.....: " TMAST-PROJECT-CODE
         MOVE TMAST-PROJECT-CODE TO ENTRY-PROJECT
         PERFORM accept-task-project
         MOVE ENTRY-PROJECT TO TMAST-PROJECT-CODE
         IF TMAST-CLOSED
           DISPLAY "STATUS......: CLOSED - REOPEN (Y/N)? "
             WITH NO ADVANCING
             DISPLAY "rewrite failed, status " TASK-FILE-STATUS
           NOT INVALID KEY
             DISPLAY "changed: " ENTRY-CODE
             MOVE "PMDTASK " TO JE-FILE-NAME
             MOVE TMAST-CODE TO JE-KEY
             MOVE "CHANGE  " TO JE-ACTION
             MOVE TASK-MASTER-RECORD TO JE-AFTER
             PERFORM write-journal-entry
         END-REWRITE.

       accept-task-project.
      * a blank answer keeps whatever the caller preloaded - blank
      * (no project yet) on an add, the current code on a change;
      * an asterisk clears the code, so a ticket filed under the
      * wrong or a closed project can go back to UNASSIGNED; any
      * other code must already be on the project master, so a
      * slipped key cannot strand a ticket outside every rollup
         MOVE "N" TO ENTRY-OK-SW
         PERFORM UNTIL ENTRY-OK
           DISPLAY "PROJECT (BLANK KEEPS, * CLEARS): "
             WITH NO ADVANCING
           MOVE SPACES TO ENTRY-PROJECT-TEXT
           ACCEPT ENTRY-PROJECT-TEXT
           IF ENTRY-PROJECT-TEXT = SPACES
             MOVE "Y" TO ENTRY-OK-SW
           ELSE
             IF ENTRY-PROJECT-TEXT = "*"
               MOVE SPACES TO ENTRY-PROJECT
               MOVE "Y" TO ENTRY-OK-SW
             ELSE
               PERFORM check-project-on-file
             END-IF
           END-IF
         END-PERFORM.

       check-project-on-file.
         OPEN INPUT PROJECT-FILE
         IF PROJ-FILE-STATUS NOT = "00"
           DISPLAY "project master unavailable, status "
             PROJ-FILE-STATUS " - project left as it was"
           MOVE "Y" TO ENTRY-OK-SW
         ELSE
           MOVE ENTRY-PROJECT-TEXT TO PROJ-CODE
           READ PROJECT-FILE
             INVALID KEY
               DISPLAY "not on the project master: " ENTRY-PROJECT-TEXT
             NOT INVALID KEY
               IF PROJ-CLOSED
                 DISPLAY "project is closed: " ENTRY-PROJECT-TEXT
               ELSE
                 MOVE PROJ-CODE TO ENTRY-PROJECT
                 MOVE "Y" TO ENTRY-OK-SW
               END-IF
           END-READ
           CLOSE PROJECT-FILE
         END-IF.

       deactivate-task-code.
      * closed codes stay on the master so old chargeback rows still
      * resolve - they just stop being accepted at the prompt
             INVALID KEY
               DISPLAY "not on the task master: " ENTRY-CODE
             NOT INVALID KEY
               MOVE TASK-MASTER-RECORD TO JE-BEFORE
               MOVE "C" TO TMAST-STATUS
               REWRITE TASK-MASTER-RECORD
                 INVALID KEY
                   DISPLAY "rewrite failed, status " TASK-FILE-STATUS
                 NOT INVALID KEY
                   DISPLAY "deactivated: " ENTRY-CODE
                   MOVE "PMDTASK " TO JE-FILE-NAME
                   MOVE TMAST-CODE TO JE-KEY
                   MOVE "DEACT   " TO JE-ACTION
                   MOVE TASK-MASTER-RECORD TO JE-AFTER
                   PERFORM write-journal-entry
               END-REWRITE
           END-READ
           CLOSE TASK-FILE
      * (one member per session-id, same as the POMODORO job) - each
      * field is edited as it is keyed, so a typo is caught here and
      * not sat through as a 500-minute pause
         DISPLAY clear-terminal
         DISPLAY "FOCUS PROFILE"
         DISPLAY " "
         PERFORM accept-profile-session
         IF PROFILE-SESSION-FOUND
           PERFORM load-focus-profile
           DISPLAY "FOCUS MINUTES......: " EDIT-FOCUS-MINUTES
           PERFORM accept-focus-minutes
           DISPLAY "SHORT PAUSE MINUTES: " EDIT-SHORT-PAUSE-MINUTES
           PERFORM accept-short-pause
           DISPLAY "LONG PAUSE MINUTES.: " EDIT-LONG-PAUSE-MINUTES
           PERFORM accept-long-pause
           DISPLAY "CYCLE-MOD..........: " EDIT-CYCLE-MOD
           PERFORM accept-cycle-mod
           PERFORM write-focus-profile
         END-IF
         PERFORM wait-for-enter.

       accept-profile-session.
      * the card carries no key of its own - the operator names the
      * session whose member the PMDCFG DD points at, it must be on
      * the session master, and it is the key the journal files the
      * change under; no id, or an unknown one, edits nothing
         MOVE "N" TO PROFILE-SESSION-SW
         DISPLAY "SESSION-ID (PMDCFG MEMBER): " WITH NO ADVANCING
         MOVE SPACES TO ENTRY-SESSION-ID
         ACCEPT ENTRY-SESSION-ID
         IF ENTRY-SESSION-ID = SPACES
           DISPLAY "no session-id - profile left as it was"
         ELSE
           OPEN INPUT SESSION-FILE
           IF SESS-FILE-STATUS NOT = "00"
             DISPLAY "session master unavailable, status "
               SESS-FILE-STATUS " - profile left as it was"
           ELSE
             MOVE ENTRY-SESSION-ID TO SESS-SESSION-ID
             READ SESSION-FILE
               INVALID KEY
                 DISPLAY "not on the session master: "
                   ENTRY-SESSION-ID
               NOT INVALID KEY
                 MOVE "Y" TO PROFILE-SESSION-SW
             END-READ
             CLOSE SESSION-FILE
           END-IF
         END-IF.

       load-focus-profile.
      * same defaults as pomodoro's read-config when there is no
      * card to show yet
         MOVE 5 TO EDIT-SHORT-PAUSE-MINUTES
         MOVE 15 TO EDIT-LONG-PAUSE-MINUTES
         MOVE 4 TO EDIT-CYCLE-MOD
      * the card as found is the journal's before image - blank when
      * there was none
         MOVE SPACES TO JE-BEFORE
         OPEN INPUT CONFIG-FILE
         IF CONFIG-FILE-STATUS = "00"
           READ CONFIG-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CONFIG-RECORD TO JE-BEFORE
               MOVE CONFIG-FOCUS-MINUTES TO EDIT-FOCUS-MINUTES
               MOVE CONFIG-SHORT-PAUSE-MINUTES
                 TO EDIT-SHORT-PAUSE-MINUTES
           MOVE EDIT-LONG-PAUSE-MINUTES TO CONFIG-LONG-PAUSE-MINUTES
           MOVE EDIT-CYCLE-MOD TO CONFIG-CYCLE-MOD
           WRITE CONFIG-RECORD
           IF CONFIG-FILE-STATUS NOT = "00"
             DISPLAY "profile write failed, status "
               CONFIG-FILE-STATUS
             CLOSE CONFIG-FILE
           ELSE
             MOVE CONFIG-RECORD TO JE-AFTER
             CLOSE CONFIG-FILE
             DISPLAY "profile written: " ENTRY-SESSION-ID
      * filed under the session-id the operator named for the
      * member, checked against the session master on the way in
             MOVE "PMDCFG  " TO JE-FILE-NAME
             MOVE ENTRY-SESSION-ID TO JE-KEY
             MOVE "WRITE   " TO JE-ACTION
             PERFORM write-journal-entry
           END-IF
         END-IF.

       accept-focus-minutes.
           ELSE
             DISPLAY "rate card added for " ENTRY-COST-CENTER
               " effective " ENTRY-DATE-TEXT
             MOVE "PMDRATE " TO JE-FILE-NAME
             MOVE SPACES TO JE-KEY
             STRING RATE-COST-CENTER " " RATE-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO JE-KEY
             MOVE "ADD     " TO JE-ACTION
             MOVE SPACES TO JE-BEFORE
             MOVE RATE-RECORD TO JE-AFTER
             PERFORM write-journal-entry
           END-IF
           CLOSE RATE-FILE
         END-IF.
                 ENTRY-SESSION-ID
             NOT INVALID KEY
               DISPLAY "added: " ENTRY-SESSION-ID
               MOVE "PMDSESS " TO JE-FILE-NAME
               MOVE SESS-SESSION-ID TO JE-KEY
               MOVE "ADD     " TO JE-ACTION
               MOVE SPACES TO JE-BEFORE
               MOVE SESSION-MASTER-RECORD TO JE-AFTER
               PERFORM write-journal-entry
           END-WRITE
           PERFORM wait-for-enter
         END-IF.
           INVALID KEY
             DISPLAY "not on the session master: " ENTRY-SESSION-ID
           NOT INVALID KEY
             MOVE SESSION-MASTER-RECORD TO JE-BEFORE
             DISPLAY "ANALYST NAME: " SESS-ANALYST-NAME
             DISPLAY "NEW.........: " WITH NO ADVANCING
             ACCEPT ENTRY-ANALYST
                 DISPLAY "rewrite failed, status " SESS-FILE-STATUS
               NOT INVALID KEY
                 DISPLAY "changed: " ENTRY-SESSION-ID
                 MOVE "PMDSESS " TO JE-FILE-NAME
                 MOVE SESS-SESSION-ID TO JE-KEY
                 MOVE "CHANGE  " TO JE-ACTION
                 MOVE SESSION-MASTER-RECORD TO JE-AFTER
                 PERFORM write-journal-entry
             END-REWRITE
         END-READ
         PERFORM wait-for-enter.

       maintain-project-master.
      * one screen for the project master, the same shape as the
      * session screen: the current list, then A to add a project,
      * C to change one (closing or reopening it included), anything
      * else back to the menu
         DISPLAY clear-terminal
         DISPLAY "PROJECT MASTER"
         DISPLAY " "
         OPEN I-O PROJECT-FILE
         IF PROJ-FILE-STATUS NOT = "00"
           OPEN OUTPUT PROJECT-FILE
           CLOSE PROJECT-FILE
           OPEN I-O PROJECT-FILE
         END-IF
         IF PROJ-FILE-STATUS NOT = "00"
           DISPLAY "project master unavailable, status "
             PROJ-FILE-STATUS
           PERFORM wait-for-enter
         ELSE
           PERFORM list-project-master
           DISPLAY " "
           DISPLAY "A=ADD, C=CHANGE, ENTER=BACK: "
             WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           EVALUATE MENU-CHOICE
             WHEN "A" WHEN "a"
               PERFORM add-project-code
             WHEN "C" WHEN "c"
               PERFORM change-project-code
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           CLOSE PROJECT-FILE
         END-IF.

       list-project-master.
         MOVE "N" TO PROJ-LIST-EOF-SW
         MOVE LOW-VALUES TO PROJ-KEY
         START PROJECT-FILE KEY NOT < PROJ-KEY
           INVALID KEY
             MOVE "Y" TO PROJ-LIST-EOF-SW
         END-START
         PERFORM UNTIL END-OF-PROJ-LIST
           READ PROJECT-FILE NEXT
             AT END
               MOVE "Y" TO PROJ-LIST-EOF-SW
             NOT AT END
               MOVE PROJ-CODE TO PL-CODE
               MOVE PROJ-DESCRIPTION TO PL-DESCRIPTION
               MOVE PROJ-PORTFOLIO TO PL-PORTFOLIO
               MOVE PROJ-OWNER TO PL-OWNER
               IF PROJ-CLOSED
                 MOVE "CLOSED" TO PL-STATUS
               ELSE
                 MOVE "ACTIVE" TO PL-STATUS
               END-IF
               MOVE PROJ-BUDGET-HOURS TO PL-BUDGET
               MOVE PROJ-TARGET-END-DATE TO PL-TARGET
               DISPLAY PROJECT-LIST-LINE
           END-READ
      * a hard I/O error is not AT END - without this the browse
      * would spin on the same failing READ forever
           IF PROJ-FILE-STATUS NOT = "00" AND NOT = "02"
             MOVE "Y" TO PROJ-LIST-EOF-SW
           END-IF
         END-PERFORM.

       add-project-code.
         DISPLAY "PROJECT.....: " WITH NO ADVANCING
         ACCEPT ENTRY-PROJECT
         IF ENTRY-PROJECT = SPACES
           DISPLAY "project code may not be blank"
           PERFORM wait-for-enter
         ELSE
           DISPLAY "DESCRIPTION.: " WITH NO ADVANCING
           ACCEPT ENTRY-DESCRIPTION
           DISPLAY "PORTFOLIO...: " WITH NO ADVANCING
           ACCEPT ENTRY-PORTFOLIO
           DISPLAY "OWNER.......: " WITH NO ADVANCING
           ACCEPT ENTRY-OWNER
           MOVE 0 TO ENTRY-BUDGET-VALUE
           PERFORM accept-budget-hours
           MOVE 0 TO ENTRY-TARGET-DATE
           PERFORM accept-target-end-date
           MOVE ENTRY-PROJECT TO PROJ-CODE
           MOVE ENTRY-DESCRIPTION TO PROJ-DESCRIPTION
           MOVE ENTRY-PORTFOLIO TO PROJ-PORTFOLIO
           MOVE ENTRY-OWNER TO PROJ-OWNER
           MOVE "A" TO PROJ-STATUS
           MOVE ENTRY-BUDGET-VALUE TO PROJ-BUDGET-HOURS
           MOVE ENTRY-TARGET-DATE TO PROJ-TARGET-END-DATE
           WRITE PROJECT-MASTER-RECORD
             INVALID KEY
               DISPLAY "project is already on the master: "
                 ENTRY-PROJECT
             NOT INVALID KEY
               DISPLAY "added: " ENTRY-PROJECT
               MOVE "PMDPROJ " TO JE-FILE-NAME
               MOVE PROJ-CODE TO JE-KEY
               MOVE "ADD     " TO JE-ACTION
               MOVE SPACES TO JE-BEFORE
               MOVE PROJECT-MASTER-RECORD TO JE-AFTER
               PERFORM write-journal-entry
           END-WRITE
           PERFORM wait-for-enter
         END-IF.

       change-project-code.
      * a blank answer keeps the field as it stands; a closed
      * project stays on the master so its tickets' history still
      * rolls up - it just stops taking new tickets
         DISPLAY "PROJECT.....: " WITH NO ADVANCING
         ACCEPT ENTRY-PROJECT
         MOVE ENTRY-PROJECT TO PROJ-CODE
         READ PROJECT-FILE
           INVALID KEY
             DISPLAY "not on the project master: " ENTRY-PROJECT
           NOT INVALID KEY
             MOVE PROJECT-MASTER-RECORD TO JE-BEFORE
             PERFORM change-project-fields
         END-READ
         PERFORM wait-for-enter.

       change-project-fields.
         DISPLAY "DESCRIPTION.: " PROJ-DESCRIPTION
         DISPLAY "NEW.........: " WITH NO ADVANCING
         ACCEPT ENTRY-DESCRIPTION
         IF ENTRY-DESCRIPTION NOT = SPACES
           MOVE ENTRY-DESCRIPTION TO PROJ-DESCRIPTION
         END-IF
         DISPLAY "PORTFOLIO...: " PROJ-PORTFOLIO
         DISPLAY "NEW.........: " WITH NO ADVANCING
         ACCEPT ENTRY-PORTFOLIO
         IF ENTRY-PORTFOLIO NOT = SPACES
           MOVE ENTRY-PORTFOLIO TO PROJ-PORTFOLIO
         END-IF
         DISPLAY "OWNER.......: " PROJ-OWNER
         DISPLAY "NEW.........: " WITH NO ADVANCING
         ACCEPT ENTRY-OWNER
         IF ENTRY-OWNER NOT = SPACES
           MOVE ENTRY-OWNER TO PROJ-OWNER
         END-IF
         DISPLAY "BUDGET HRS..: " PROJ-BUDGET-HOURS
         MOVE PROJ-BUDGET-HOURS TO ENTRY-BUDGET-VALUE
         PERFORM accept-budget-hours
         MOVE ENTRY-BUDGET-VALUE TO PROJ-BUDGET-HOURS
         DISPLAY "TARGET END..: " PROJ-TARGET-END-DATE
         MOVE PROJ-TARGET-END-DATE TO ENTRY-TARGET-DATE
         PERFORM accept-target-end-date
         MOVE ENTRY-TARGET-DATE TO PROJ-TARGET-END-DATE
         IF PROJ-CLOSED
           DISPLAY "STATUS......: CLOSED - REOPEN (Y/N)? "
             WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           IF MENU-CHOICE = "Y" OR "y"
             MOVE "A" TO PROJ-STATUS
           END-IF
         ELSE
           DISPLAY "STATUS......: ACTIVE - CLOSE (Y/N)? "
             WITH NO ADVANCING
           ACCEPT MENU-CHOICE
           IF MENU-CHOICE = "Y" OR "y"
             MOVE "C" TO PROJ-STATUS
           END-IF
         END-IF
         REWRITE PROJECT-MASTER-RECORD
           INVALID KEY
             DISPLAY "rewrite failed, status " PROJ-FILE-STATUS
           NOT INVALID KEY
             DISPLAY "changed: " ENTRY-PROJECT
             MOVE "PMDPROJ " TO JE-FILE-NAME
             MOVE PROJ-CODE TO JE-KEY
             MOVE "CHANGE  " TO JE-ACTION
             MOVE PROJECT-MASTER-RECORD TO JE-AFTER
             PERFORM write-journal-entry
         END-REWRITE.

       accept-target-end-date.
      * a blank answer keeps whatever the caller preloaded - zero
      * (no target, nothing projected) on an add, the current date
      * on a change; otherwise the rate-card date edit
         MOVE "N" TO ENTRY-OK-SW
         PERFORM UNTIL ENTRY-OK
           DISPLAY "TARGET END (YYYYMMDD, BLANK KEEPS): "
             WITH NO ADVANCING
           ACCEPT ENTRY-DATE-TEXT
           IF ENTRY-DATE-TEXT = SPACES
             MOVE "Y" TO ENTRY-OK-SW
           ELSE
             IF ENTRY-DATE-TEXT IS NUMERIC
               MOVE ENTRY-DATE-TEXT (5:2) TO ENTRY-DATE-MM
               MOVE ENTRY-DATE-TEXT (7:2) TO ENTRY-DATE-DD
               IF ENTRY-DATE-MM = 0 OR ENTRY-DATE-MM > 12
                   OR ENTRY-DATE-DD = 0 OR ENTRY-DATE-DD > 31
                 DISPLAY "not a calendar date: " ENTRY-DATE-TEXT
               ELSE
                 MOVE ENTRY-DATE-TEXT TO ENTRY-TARGET-DATE
                 MOVE "Y" TO ENTRY-OK-SW
               END-IF
             ELSE
               DISPLAY "must be eight digits: " ENTRY-DATE-TEXT
             END-IF
           END-IF
         END-PERFORM.

       convert-numeric-entry.
      * keyed digits to a number by hand - trailing blanks are fine,
      * anything else (letters, embedded blanks, signs) re-prompts
