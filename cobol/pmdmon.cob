       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdmon.

      * live-session exception monitor - the wallboard shows every
      * session's latest event, but nobody watches it all day, so a
      * hung terminal or an analyst who walked away only came to
      * light in the next morning's reports; this job is run from
      * the scheduler every few minutes and raises the exceptions
      * itself:
      *   - every PMDCUR current-status record dated today is judged
      *     against the profile its session is timing by - the
      *     focus and pause minutes and cadence the timer carries
      *     onto the record off the session's own member; a record
      *     with none (written before they were carried) falls back
      *     to the site card on PMDCFG (the same card and defaults
      *     the wallboard uses). the timer drops its event as each
      *     block ends, so a session whose last event was a pause is
      *     now in a focus block, and one whose last event was FOCUS
      *     is in a pause - long or short by the cycle count and the
      *     profile's cadence
      *   - STUCK-FOCUS - in a focus block more than three times the
      *     session's focus minutes; STUCK-PAUSE - in a pause more
      *     than three times its configured length; a session that
      *     stopped on its daily target drops a DAY-END event and is
      *     judged no further
      *   - NO-SHOW - from mid-morning (10:00, or the HHMM on the
      *     EXEC-card PARM) on a working day off the PMDCAL site
      *     calendar, an active PMDSESS analyst with no event today
      *   - each exception is appended to the PMDEXC exception file
      *     with the analyst's team, and an alert event carrying the
      *     exception name is appended to PMDEVT for the watcher
      *     script to page the team lead; the exceptions already on
      *     file for today are loaded first, so a session stays
      *     flagged once per stuck event and not once per pass
      *   - the end-of-day summary per team is pmdexrp, off PMDEXC
      * RC=4 when this pass raised anything new, RC=8 for a
      * malformed PARM; the file failure classes from the common
      * pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT CURRENT-STATUS-FILE ASSIGN TO "PMDCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS CUR-FILE-STATUS.

             SELECT CONFIG-FILE ASSIGN TO "PMDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

             SELECT SESSION-FILE ASSIGN TO "PMDSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-KEY
               FILE STATUS IS SESS-FILE-STATUS.

             SELECT CALENDAR-FILE ASSIGN TO "PMDCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

             SELECT EXCEPTION-FILE ASSIGN TO "PMDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

             SELECT NOTIFY-FILE ASSIGN TO "PMDEVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTIFY-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD CURRENT-STATUS-FILE.
           01 CURRENT-STATUS-RECORD.
             COPY currec.

           FD CONFIG-FILE.
           01 CONFIG-RECORD.
             COPY configrec.

           FD SESSION-FILE.
           01 SESSION-MASTER-RECORD.
             COPY sessrec.

           FD CALENDAR-FILE.
           01 CALENDAR-RECORD.
             COPY calrec.

           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD.
             COPY excrec.

           FD NOTIFY-FILE.
           01 NOTIFY-RECORD.
             COPY notifyrec.

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 CUR-FILE-STATUS        PIC X(02).
           77 CONFIG-FILE-STATUS     PIC X(02).
           77 SESS-FILE-STATUS       PIC X(02).
           77 CALENDAR-FILE-STATUS   PIC X(02).
           77 EXCEPTION-FILE-STATUS  PIC X(02).
           77 NOTIFY-FILE-STATUS     PIC X(02).

           77 CUR-EOF-SW  PIC X(01).
             88 END-OF-STATUS  VALUE "Y".
           77 SESS-EOF-SW  PIC X(01).
             88 END-OF-SESSIONS  VALUE "Y".
           77 CAL-EOF-SW  PIC X(01).
             88 END-OF-CALENDAR  VALUE "Y".
           77 EXC-EOF-SW  PIC X(01).
             88 END-OF-EXCEPTIONS  VALUE "Y".
           77 ALERT-OPEN-SW  PIC X(01).
             88 ALERT-FILES-OPEN  VALUE "Y".

           77 STATUS-READ       PIC 9(05) VALUE ZERO.
           77 EXCEPTIONS-RAISED PIC 9(05) VALUE ZERO.

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the no-show cutoff as HHMM - optional, and
      * mid-morning when not given
           77 CMD-LINE        PIC X(80).
           77 CUTOFF-TEXT     PIC X(04).
           77 NO-SHOW-CUTOFF  PIC 9(04) VALUE 1000.
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".

      * the site profile - the same card, and the same defaults when
      * there is none, the timer's read-config and the wallboard use;
      * a block or pause is stuck once it has run three times its
      * configured length. the SESSION- figures are the profile the
      * record in hand is judged by - its own, or the site's when
      * it carries none
           77 FOCUS-MINUTES        PIC 9(03).
           77 SHORT-PAUSE-MINUTES  PIC 9(03).
           77 LONG-PAUSE-MINUTES   PIC 9(03).
           77 CYCLE-MOD            PIC 9(02).
           77 SESSION-FOCUS-MINUTES        PIC 9(03).
           77 SESSION-SHORT-PAUSE-MINUTES  PIC 9(03).
           77 SESSION-LONG-PAUSE-MINUTES   PIC 9(03).
           77 SESSION-CYCLE-MOD            PIC 9(02).
           77 STUCK-FACTOR         PIC 9(01) VALUE 3.
           77 LIMIT-MINUTES        PIC 9(05).
           77 CYCLE-REMAINDER      PIC 9(04).
           77 CYCLE-QUOTIENT       PIC 9(04).

      * clock arithmetic - only today's events are judged, so the
      * age is a plain difference of minutes past midnight
           77 NOW-DATE       PIC 9(08).
           77 NOW-TIME       PIC 9(08).
           77 NOW-HHMM       PIC 9(04).
           77 NOW-MINUTES    PIC 9(04).
           77 EVENT-MINUTES  PIC 9(04).
           77 TIME-HH        PIC 9(02).
           77 TIME-MM        PIC 9(02).
           77 TIME-REST      PIC 9(06).
           77 AGE-MINUTES    PIC S9(05).
           77 WORKING-DAY-SW PIC X(01).
             88 WORKING-DAY   VALUE "Y".
           77 CHECK-JULIAN   PIC 9(07).
           77 CHECK-WEEKDAY  PIC 9(01).

      * the session master, loaded whole - team for each exception,
      * active flag and whether any event was seen today for the
      * no-show rule
           77 SESS-COUNT  PIC 9(03).
           77 SESS-SCAN   PIC 9(03).
           77 SESS-IDX    PIC 9(03).
         01 SESSION-TABLE.
           05 SESS-ENTRY OCCURS 200 TIMES.
             10 ST-SESSION-ID  PIC X(08).
             10 ST-TEAM        PIC X(08).
             10 ST-STATUS      PIC X(01).
             10 ST-SEEN-SW     PIC X(01).
             10 ST-LAST-DATE   PIC 9(08).
             10 ST-LAST-TIME   PIC 9(08).
             10 ST-LAST-EVENT  PIC X(11).

      * today's exceptions already on file - session, type and the
      * event judged - so each is raised once
           77 RAISED-COUNT  PIC 9(03).
           77 RAISED-SCAN   PIC 9(03).
           77 RAISED-SW     PIC X(01).
             88 ALREADY-RAISED  VALUE "Y".
         01 RAISED-TABLE.
           05 RAISED-ENTRY OCCURS 500 TIMES.
             10 RT-SESSION-ID  PIC X(08).
             10 RT-TYPE        PIC X(11).
             10 RT-EVENT-DATE  PIC 9(08).
             10 RT-EVENT-TIME  PIC 9(08).

      * the exception in hand, built before the duplicate check
         01 NEW-EXCEPTION.
           05 NX-SESSION-ID   PIC X(08).
           05 NX-TEAM         PIC X(08).
           05 NX-TYPE         PIC X(11).
           05 NX-EVENT        PIC X(11).
           05 NX-EVENT-DATE   PIC 9(08).
           05 NX-EVENT-TIME   PIC 9(08).
           05 NX-TASK-CODE    PIC X(10).
           05 NX-AGE-MINUTES  PIC 9(05).
           05 NX-LIMIT        PIC 9(05).

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-cutoff
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-monitor
           PERFORM load-raised-exceptions
           PERFORM load-session-table
           PERFORM check-current-status
           PERFORM check-no-shows
           IF ALERT-FILES-OPEN
             CLOSE EXCEPTION-FILE
             CLOSE NOTIFY-FILE
           END-IF
           IF EXCEPTIONS-RAISED > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         DISPLAY "pmdmon: status records " STATUS-READ
           " exceptions raised " EXCEPTIONS-RAISED
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDMON  " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDMON  " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-cutoff.
         MOVE "N" TO PARM-BAD-SW
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO CUTOFF-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE INTO CUTOFF-TEXT
           IF CUTOFF-TEXT IS NUMERIC
               AND CUTOFF-TEXT (1:2) < "24"
               AND CUTOFF-TEXT (3:2) < "60"
             MOVE CUTOFF-TEXT TO NO-SHOW-CUTOFF
           ELSE
             DISPLAY "pmdmon: bad no-show cutoff on PARM: "
               CUTOFF-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF.

       initialize-monitor.
         ACCEPT NOW-DATE FROM DATE YYYYMMDD
         ACCEPT NOW-TIME FROM TIME
         DIVIDE NOW-TIME BY 1000000
           GIVING TIME-HH REMAINDER TIME-REST
         DIVIDE TIME-REST BY 10000 GIVING TIME-MM
         COMPUTE NOW-MINUTES = TIME-HH * 60 + TIME-MM
         COMPUTE NOW-HHMM = TIME-HH * 100 + TIME-MM
         MOVE "N" TO ALERT-OPEN-SW
         PERFORM read-monitor-config
         PERFORM check-today-working.

       read-monitor-config.
      * same forgiving read as pomodoro's read-config - no card just
      * means the classic 25/5/15 rhythm, long pause every 4th; the
      * site card is only the fallback for a current-status record
      * that carries no profile of its own
         MOVE 25 TO FOCUS-MINUTES
         MOVE 5 TO SHORT-PAUSE-MINUTES
         MOVE 15 TO LONG-PAUSE-MINUTES
         MOVE 4 TO CYCLE-MOD
         OPEN INPUT CONFIG-FILE
         IF CONFIG-FILE-STATUS = "00"
           READ CONFIG-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CONFIG-FOCUS-MINUTES TO FOCUS-MINUTES
               MOVE CONFIG-SHORT-PAUSE-MINUTES TO SHORT-PAUSE-MINUTES
               MOVE CONFIG-LONG-PAUSE-MINUTES TO LONG-PAUSE-MINUTES
               MOVE CONFIG-CYCLE-MOD TO CYCLE-MOD
           END-READ
           CLOSE CONFIG-FILE
         END-IF.

       check-today-working.
      * only today's card matters here - a carded day goes by its
      * flag; an uncarded day is off on a Saturday or Sunday and on
      * otherwise - julian day one (1601-01-01) was a Monday, so
      * mod 7 of 6 is Saturday and 0 is Sunday; no deck (or an
      * unreadable one) leaves the weekday rule alone to decide
         COMPUTE CHECK-JULIAN = FUNCTION INTEGER-OF-DATE (NOW-DATE)
         COMPUTE CHECK-WEEKDAY = FUNCTION MOD (CHECK-JULIAN 7)
         IF CHECK-WEEKDAY = 6 OR CHECK-WEEKDAY = 0
           MOVE "N" TO WORKING-DAY-SW
         ELSE
           MOVE "Y" TO WORKING-DAY-SW
         END-IF
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
               IF CAL-DATE = NOW-DATE
                 IF CAL-WORKING
                   MOVE "Y" TO WORKING-DAY-SW
                 ELSE
                   MOVE "N" TO WORKING-DAY-SW
                 END-IF
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the read
      * would spin on the same failing READ forever
           IF CALENDAR-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO CAL-EOF-SW
           END-IF
         END-PERFORM
         IF CALENDAR-FILE-STATUS = "00" OR = "10"
           CLOSE CALENDAR-FILE
         END-IF.

       load-raised-exceptions.
      * no exception file yet is simply a quiet day so far
         MOVE 0 TO RAISED-COUNT
         MOVE "N" TO EXC-EOF-SW
         OPEN INPUT EXCEPTION-FILE
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "Y" TO EXC-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-EXCEPTIONS
           READ EXCEPTION-FILE
             AT END
               MOVE "Y" TO EXC-EOF-SW
             NOT AT END
               IF EXC-DATE = NOW-DATE
                 PERFORM store-raised-exception
               END-IF
           END-READ
           IF EXCEPTION-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "PMDEXC  " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
             MOVE SPACES TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         IF EXCEPTION-FILE-STATUS = "00" OR = "10"
           CLOSE EXCEPTION-FILE
         END-IF.

       store-raised-exception.
         IF RAISED-COUNT < 500
           ADD 1 TO RAISED-COUNT
           MOVE EXC-SESSION-ID TO RT-SESSION-ID (RAISED-COUNT)
           MOVE EXC-TYPE TO RT-TYPE (RAISED-COUNT)
           MOVE EXC-EVENT-DATE TO RT-EVENT-DATE (RAISED-COUNT)
           MOVE EXC-EVENT-TIME TO RT-EVENT-TIME (RAISED-COUNT)
         ELSE
           DISPLAY "pmdmon: raised-exception table full, "
             "some may be raised again"
         END-IF.

       load-session-table.
      * the master is what the no-show rule is judged against, so a
      * monitor with no master to read must not run quietly
         MOVE 0 TO SESS-COUNT
         MOVE "N" TO SESS-EOF-SW
         OPEN INPUT SESSION-FILE
         IF SESS-FILE-STATUS NOT = "00"
           MOVE "PMDSESS " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE SESS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE LOW-VALUES TO SESS-KEY
         START SESSION-FILE KEY NOT < SESS-KEY
           INVALID KEY
             MOVE "Y" TO SESS-EOF-SW
         END-START
         PERFORM UNTIL END-OF-SESSIONS
           READ SESSION-FILE NEXT
             AT END
               MOVE "Y" TO SESS-EOF-SW
             NOT AT END
               PERFORM store-session-entry
           END-READ
           IF SESS-FILE-STATUS NOT = "00" AND NOT = "02"
               AND NOT = "10"
             MOVE "PMDSESS " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE SESS-FILE-STATUS TO ERR-STATUS
             MOVE SPACES TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         CLOSE SESSION-FILE.

       store-session-entry.
         IF SESS-COUNT < 200
           ADD 1 TO SESS-COUNT
           MOVE SESS-SESSION-ID TO ST-SESSION-ID (SESS-COUNT)
           MOVE SESS-TEAM TO ST-TEAM (SESS-COUNT)
           MOVE SESS-STATUS TO ST-STATUS (SESS-COUNT)
           MOVE "N" TO ST-SEEN-SW (SESS-COUNT)
           MOVE 0 TO ST-LAST-DATE (SESS-COUNT)
           MOVE 0 TO ST-LAST-TIME (SESS-COUNT)
           MOVE SPACES TO ST-LAST-EVENT (SESS-COUNT)
         ELSE
           DISPLAY "pmdmon: session table full, id skipped: "
             SESS-SESSION-ID
         END-IF.

       find-session-entry.
         MOVE 0 TO SESS-IDX
         MOVE 1 TO SESS-SCAN
         PERFORM UNTIL SESS-SCAN > SESS-COUNT OR SESS-IDX > 0
           IF ST-SESSION-ID (SESS-SCAN) = CUR-SESSION-ID
             MOVE SESS-SCAN TO SESS-IDX
           END-IF
           ADD 1 TO SESS-SCAN
         END-PERFORM.

       check-current-status.
      * one keyed record per session-id; an unopenable file (a fresh
      * environment, before any timer has run) means no events at
      * all, which the no-show rule then judges
         MOVE "N" TO CUR-EOF-SW
         OPEN INPUT CURRENT-STATUS-FILE
         IF CUR-FILE-STATUS NOT = "00"
           MOVE "Y" TO CUR-EOF-SW
         ELSE
           MOVE LOW-VALUES TO CUR-KEY
           START CURRENT-STATUS-FILE KEY NOT < CUR-KEY
             INVALID KEY
               MOVE "Y" TO CUR-EOF-SW
           END-START
         END-IF
         PERFORM UNTIL END-OF-STATUS
           READ CURRENT-STATUS-FILE NEXT
             AT END
               MOVE "Y" TO CUR-EOF-SW
             NOT AT END
               ADD 1 TO STATUS-READ
               PERFORM judge-session-status
           END-READ
           IF CUR-FILE-STATUS NOT = "00" AND NOT = "02"
               AND NOT = "10"
             MOVE "PMDCUR  " TO ERR-FILE-NAME
             MOVE "READ    " TO ERR-OPERATION
             MOVE CUR-FILE-STATUS TO ERR-STATUS
             MOVE SPACES TO ERR-KEY
             PERFORM file-error
           END-IF
         END-PERFORM
         IF CUR-FILE-STATUS = "00" OR = "02" OR = "10"
           CLOSE CURRENT-STATUS-FILE
         END-IF.

       judge-session-status.
      * the event is the end of the block just finished - a pause
      * event means a focus block is running now, a FOCUS event a
      * pause; the pause after the cycle-mod'th block is the long one
         PERFORM find-session-entry
         MOVE CUR-SESSION-ID TO NX-SESSION-ID
         IF SESS-IDX > 0
           MOVE ST-TEAM (SESS-IDX) TO NX-TEAM
           MOVE CUR-DATE TO ST-LAST-DATE (SESS-IDX)
           MOVE CUR-TIME TO ST-LAST-TIME (SESS-IDX)
           MOVE CUR-EVENT TO ST-LAST-EVENT (SESS-IDX)
           IF CUR-DATE = NOW-DATE
             MOVE "Y" TO ST-SEEN-SW (SESS-IDX)
           END-IF
         ELSE
           MOVE "UNKNOWN " TO NX-TEAM
         END-IF
         IF CUR-DATE = NOW-DATE
           DIVIDE CUR-TIME BY 1000000
             GIVING TIME-HH REMAINDER TIME-REST
           DIVIDE TIME-REST BY 10000 GIVING TIME-MM
           COMPUTE EVENT-MINUTES = TIME-HH * 60 + TIME-MM
           COMPUTE AGE-MINUTES = NOW-MINUTES - EVENT-MINUTES
           IF AGE-MINUTES < 0
             MOVE 0 TO AGE-MINUTES
           END-IF
           MOVE SPACES TO NX-TYPE
           PERFORM set-session-profile
           EVALUATE CUR-EVENT
             WHEN "SHORT-PAUSE"
             WHEN "LONG-PAUSE "
               COMPUTE LIMIT-MINUTES =
                 SESSION-FOCUS-MINUTES * STUCK-FACTOR
               IF AGE-MINUTES > LIMIT-MINUTES
                 MOVE "STUCK-FOCUS" TO NX-TYPE
               END-IF
             WHEN "FOCUS      "
               PERFORM set-pause-limit
               IF AGE-MINUTES > LIMIT-MINUTES
                 MOVE "STUCK-PAUSE" TO NX-TYPE
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF NX-TYPE NOT = SPACES
             MOVE CUR-EVENT TO NX-EVENT
             MOVE CUR-DATE TO NX-EVENT-DATE
             MOVE CUR-TIME TO NX-EVENT-TIME
             MOVE CUR-TASK-CODE TO NX-TASK-CODE
             MOVE AGE-MINUTES TO NX-AGE-MINUTES
             MOVE LIMIT-MINUTES TO NX-LIMIT
             PERFORM raise-exception
           END-IF
         END-IF.

       set-session-profile.
      * each session runs on its own profile member, and the timer
      * carries that member's figures onto the record - zero focus
      * minutes means a record written before it did, judged by the
      * site card as before
         IF CUR-FOCUS-MINUTES IS NUMERIC AND CUR-FOCUS-MINUTES > 0
           MOVE CUR-FOCUS-MINUTES TO SESSION-FOCUS-MINUTES
           MOVE CUR-SHORT-PAUSE-MINUTES TO SESSION-SHORT-PAUSE-MINUTES
           MOVE CUR-LONG-PAUSE-MINUTES TO SESSION-LONG-PAUSE-MINUTES
           MOVE CUR-CYCLE-MOD TO SESSION-CYCLE-MOD
         ELSE
           MOVE FOCUS-MINUTES TO SESSION-FOCUS-MINUTES
           MOVE SHORT-PAUSE-MINUTES TO SESSION-SHORT-PAUSE-MINUTES
           MOVE LONG-PAUSE-MINUTES TO SESSION-LONG-PAUSE-MINUTES
           MOVE CYCLE-MOD TO SESSION-CYCLE-MOD
         END-IF.

       set-pause-limit.
      * a zero cycle-mod means no long pauses at all, the same
      * guard the timer's cadence calculation takes
         MOVE SESSION-SHORT-PAUSE-MINUTES TO LIMIT-MINUTES
         IF SESSION-CYCLE-MOD > 0 AND CUR-CYCLES-TODAY > 0
           DIVIDE CUR-CYCLES-TODAY BY SESSION-CYCLE-MOD
             GIVING CYCLE-QUOTIENT REMAINDER CYCLE-REMAINDER
           IF CYCLE-REMAINDER = 0
             MOVE SESSION-LONG-PAUSE-MINUTES TO LIMIT-MINUTES
           END-IF
         END-IF
         COMPUTE LIMIT-MINUTES = LIMIT-MINUTES * STUCK-FACTOR.

       check-no-shows.
      * only on a working day and only from the cutoff on - an
      * analyst not yet in at 08:30 is not an exception
         IF WORKING-DAY AND NOW-HHMM NOT < NO-SHOW-CUTOFF
           MOVE 1 TO SESS-IDX
           PERFORM UNTIL SESS-IDX > SESS-COUNT
             IF ST-STATUS (SESS-IDX) = "A"
                 AND ST-SEEN-SW (SESS-IDX) NOT = "Y"
               MOVE ST-SESSION-ID (SESS-IDX) TO NX-SESSION-ID
               MOVE ST-TEAM (SESS-IDX) TO NX-TEAM
               MOVE "NO-SHOW    " TO NX-TYPE
               MOVE ST-LAST-EVENT (SESS-IDX) TO NX-EVENT
               MOVE ST-LAST-DATE (SESS-IDX) TO NX-EVENT-DATE
               MOVE ST-LAST-TIME (SESS-IDX) TO NX-EVENT-TIME
               MOVE SPACES TO NX-TASK-CODE
               MOVE 0 TO NX-AGE-MINUTES
               MOVE 0 TO NX-LIMIT
               PERFORM raise-exception
             END-IF
             ADD 1 TO SESS-IDX
           END-PERFORM
         END-IF.

       raise-exception.
      * once per session, type and stuck event - a session still
      * stuck on the same event next pass is already on file
         MOVE "N" TO RAISED-SW
         MOVE 1 TO RAISED-SCAN
         PERFORM UNTIL RAISED-SCAN > RAISED-COUNT OR ALREADY-RAISED
           IF RT-SESSION-ID (RAISED-SCAN) = NX-SESSION-ID
               AND RT-TYPE (RAISED-SCAN) = NX-TYPE
               AND RT-EVENT-DATE (RAISED-SCAN) = NX-EVENT-DATE
               AND RT-EVENT-TIME (RAISED-SCAN) = NX-EVENT-TIME
             MOVE "Y" TO RAISED-SW
           END-IF
           ADD 1 TO RAISED-SCAN
         END-PERFORM
         IF NOT ALREADY-RAISED
           IF NOT ALERT-FILES-OPEN
             PERFORM open-alert-files
           END-IF
           PERFORM write-exception-record
           PERFORM write-alert-event
           ADD 1 TO EXCEPTIONS-RAISED
           DISPLAY "pmdmon: " NX-TYPE " " NX-SESSION-ID
             " team " NX-TEAM
         END-IF.

       open-alert-files.
      * opened on the first exception of the pass, so a quiet pass
      * never touches either file
         OPEN EXTEND EXCEPTION-FILE
         IF EXCEPTION-FILE-STATUS NOT = "00"
           OPEN OUTPUT EXCEPTION-FILE
         END-IF
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "PMDEXC  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN EXTEND NOTIFY-FILE
         IF NOTIFY-FILE-STATUS NOT = "00"
           OPEN OUTPUT NOTIFY-FILE
         END-IF
         IF NOTIFY-FILE-STATUS NOT = "00"
           MOVE "PMDEVT  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE NOTIFY-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE "Y" TO ALERT-OPEN-SW.

       write-exception-record.
         MOVE SPACES TO EXCEPTION-RECORD
         MOVE NOW-DATE TO EXC-DATE
         MOVE NOW-TIME TO EXC-TIME
         MOVE NX-SESSION-ID TO EXC-SESSION-ID
         MOVE NX-TEAM TO EXC-TEAM
         MOVE NX-TYPE TO EXC-TYPE
         MOVE NX-EVENT TO EXC-EVENT
         MOVE NX-EVENT-DATE TO EXC-EVENT-DATE
         MOVE NX-EVENT-TIME TO EXC-EVENT-TIME
         MOVE NX-TASK-CODE TO EXC-TASK-CODE
         MOVE NX-AGE-MINUTES TO EXC-AGE-MINUTES
         MOVE NX-LIMIT TO EXC-LIMIT-MINUTES
         WRITE EXCEPTION-RECORD
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "PMDEXC  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
           MOVE NX-SESSION-ID TO ERR-KEY
           PERFORM file-error
         END-IF
         IF RAISED-COUNT < 500
           ADD 1 TO RAISED-COUNT
           MOVE NX-SESSION-ID TO RT-SESSION-ID (RAISED-COUNT)
           MOVE NX-TYPE TO RT-TYPE (RAISED-COUNT)
           MOVE NX-EVENT-DATE TO RT-EVENT-DATE (RAISED-COUNT)
           MOVE NX-EVENT-TIME TO RT-EVENT-TIME (RAISED-COUNT)
         END-IF.

       write-alert-event.
      * the same record the timer drops at each transition, with the
      * exception name where the cycle type goes - the watcher
      * script pages on it; PMDCUR is not touched, so the wallboard
      * and the next pass still see the session's own last event
         MOVE SPACES TO NOTIFY-RECORD
         MOVE NX-SESSION-ID TO NOTIFY-SESSION-ID
         MOVE NOW-DATE TO NOTIFY-DATE
         MOVE NOW-TIME TO NOTIFY-TIME
         MOVE NX-TYPE TO NOTIFY-EVENT
         WRITE NOTIFY-RECORD
         IF NOTIFY-FILE-STATUS NOT = "00"
           MOVE "PMDEVT  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE NOTIFY-FILE-STATUS TO ERR-STATUS
           MOVE NX-SESSION-ID TO ERR-KEY
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
           DISPLAY "pmdmon: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDMON  " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE STATUS-READ TO RCTL-READ
           MOVE EXCEPTIONS-RAISED TO RCTL-WRITTEN
           MOVE 0 TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdmon: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
