      *     record, totaled from the logged FOCUS minutes - so a
      *     ticket eating the week is seen at entry time and not
      *     when the chargeback lands on a manager's desk
      *   - the period-control file is now read at startup, and a run
      *     whose date falls in an accounting period the month-end
      *     close has locked ends with RC=8 before anything is
      *     logged - time in a closed month goes through pmdmanl,
      *     which holds it in suspense for an adjustment
      *   - a DAY-END event is now dropped when the daily target
      *     stops the run, so the exception monitor can tell a day
      *     finished on target from a pause that never ended
      *   - the current-status record now also carries the session's
      *     focus, short- and long-pause minutes and long-pause
      *     cadence, so the exception monitor judges each session by
      *     its own profile member rather than the site card

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
               RECORD KEY IS CUR-KEY
               FILE STATUS IS CUR-FILE-STATUS.

             SELECT PERIOD-FILE ASSIGN TO "PMDPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIOD-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD CONFIG-FILE.
           01 CURRENT-STATUS-RECORD.
             COPY currec.

           FD PERIOD-FILE.
           01 PERIOD-RECORD.
             COPY prdrec.

         WORKING-STORAGE SECTION.
      * used by sleep-1-second paragraph
           77 DAT-TODAY    PIC 9(8).
      * so the daily target resets when the calendar day changes
           77 RUN-DATE           PIC 9(08).

      * the accounting period RUN-DATE falls in, and whether the
      * last period-control card for it says it is closed
           77 RUN-PERIOD         PIC 9(06).
           77 PERIOD-FILE-STATUS PIC X(02).
           77 PER-EOF-SW         PIC X(01).
             88 END-OF-PERIODS    VALUE "Y".
           77 RUN-PERIOD-SW      PIC X(01).
             88 RUN-PERIOD-CLOSED VALUE "C".

           77 COUNT-RUN    PIC 9(8).
           77 X            PIC 9(05).
           77 DURATION     PIC 9(03).
           END-IF
           PERFORM write-checkpoint
         END-PERFORM.
      * the day's target is met - a last event says so, or the
      * FOCUS event just dropped would read as a pause never ended
         MOVE "DAY-END    " TO CYCLE-TYPE
         PERFORM notify-transition
         STOP RUN.

       initialize-session.
         IF SESSION-ID = SPACES
           MOVE "DEFAULT" TO SESSION-ID
         END-IF
         PERFORM validate-session-id
         PERFORM check-open-period.

       validate-session-id.
      * the session-id off the PARM must be on the session master
           CLOSE SESSION-FILE
         END-IF.

       check-open-period.
      * the month-end close locks a period once corporate has posted
      * it - a focus cycle logged into it would never be billed
      * except as an adjustment, so the timer refuses to start; no
      * period-control file at all means nothing has been closed
         COMPUTE RUN-PERIOD = RUN-DATE / 100
         MOVE "O" TO RUN-PERIOD-SW
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
               IF PER-PERIOD = RUN-PERIOD
                 MOVE PER-STATUS TO RUN-PERIOD-SW
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
         END-IF
         IF RUN-PERIOD-CLOSED
           DISPLAY "pomodoro: accounting period " RUN-PERIOD
             " is closed - key the time through pmdmanl"
           MOVE 8 TO RETURN-CODE
           STOP RUN
         END-IF.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure

       fill-current-status.
      * same timestamp and event the stream record just carried,
      * plus what the stream never had: the task in hand, the
      * completed-cycle count so far today, and the profile the
      * session is timing by, for the live monitor to judge it on
         MOVE SESSION-ID TO CUR-SESSION-ID
         MOVE NOTIFY-DATE TO CUR-DATE
         MOVE NOTIFY-TIME TO CUR-TIME
         MOVE CYCLE-TYPE TO CUR-EVENT
         MOVE TASK-CODE TO CUR-TASK-CODE
         MOVE COUNT-RUN TO CUR-CYCLES-TODAY
         MOVE FOCUS-MINUTES TO CUR-FOCUS-MINUTES
         MOVE SHORT-PAUSE-MINUTES TO CUR-SHORT-PAUSE-MINUTES
         MOVE LONG-PAUSE-MINUTES TO CUR-LONG-PAUSE-MINUTES
         MOVE CYCLE-MOD TO CUR-CYCLE-MOD.

       read-plan.
      * the plan file may carry many sessions and days - keep just
