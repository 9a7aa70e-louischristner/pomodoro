       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdfqp.

      * focus-quality profile - when in the day focus actually
      * works, per team, so stand-ups and meeting-free blocks can be
      * set from the log instead of from opinion:
      *   - every timer-clocked FOCUS record and every INTERRUPT
      *     record on the log is put in a bucket by the weekday and
      *     hour of its LOG-START-TIME, under the team the PMDSESS
      *     session master files its session-id under
      *   - per bucket: cycles started (FOCUS records), the share of
      *     them that ran the full PMDCFG focus length or longer
      *     (an early-ended block falls short, an extended one
      *     counts as full), the average length of an interruption
      *     in minutes, and the reason code that cut in most often
      *     (the lowest code on a tie)
      *   - each team prints as a grid, an hour a row and a weekday
      *     a column, hours with nothing in them left out, and a
      *     team line with the same figures over the whole week
      * a FOCUS record the manual-entry edit posted was never
      * clocked, so its start time says nothing about the hour and
      * it is left out; a session-id the master does not carry goes
      * under NO TEAM. the optional EXEC-card PARM is a from-date/
      * to-date pair (YYYYMMDD) on LOG-START-DATE - either end blank
      * is open; a malformed range stops the step with RC=8. point
      * PMDLOG at pmdretr's PMDRTV output to profile archived months

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT LOG-FILE ASSIGN TO "PMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

             SELECT CONFIG-FILE ASSIGN TO "PMDCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONFIG-FILE-STATUS.

             SELECT SESSION-FILE ASSIGN TO "PMDSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-KEY
               FILE STATUS IS SESS-FILE-STATUS.

             SELECT REPORT-FILE ASSIGN TO "PMDFQR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD LOG-FILE.
           01 LOG-RECORD.
             COPY logrec.

           FD CONFIG-FILE.
           01 CONFIG-RECORD.
             COPY configrec.

           FD SESSION-FILE.
           01 SESSION-MASTER-RECORD.
             COPY sessrec.

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

      * one record per FOCUS (F) or INTERRUPT (I) record selected -
      * interrupts sort by reason within their bucket, so the top
      * reason falls out of a count of consecutive codes
           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-TEAM          PIC X(08).
             05 SORT-WEEKDAY       PIC 9(01).
             05 SORT-HOUR          PIC 9(02).
             05 SORT-KIND          PIC X(01).
             05 SORT-REASON-CODE   PIC X(01).
             05 SORT-MINUTES       PIC 9(05).

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS     PIC X(02).
           77 LOG-FILE-STATUS     PIC X(02).
           77 CONFIG-FILE-STATUS  PIC X(02).
           77 SESS-FILE-STATUS    PIC X(02).
           77 REPORT-FILE-STATUS  PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-LOG  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".
           77 SESS-EOF-SW  PIC X(01).
             88 END-OF-SESSIONS  VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: a "from-date to-date" pair (YYYYMMDD) on
      * LOG-START-DATE, either end open
           77 CMD-LINE        PIC X(80).
           77 FROM-DATE-TEXT  PIC X(08).
           77 TO-DATE-TEXT    PIC X(08).
           77 FROM-DATE       PIC 9(08).
           77 TO-DATE         PIC 9(08).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".

      * the full focus length off the site profile card - the
      * classic 25 minutes when there is no card
           77 FOCUS-MINUTES   PIC 9(03).
           77 RUN-DATE        PIC 9(08).

      * the session master, loaded whole - team per session-id
           77 SESS-COUNT  PIC 9(03).
           77 SESS-SCAN   PIC 9(03).
           77 SESS-IDX    PIC 9(03).
           77 CACHED-SESSION-ID  PIC X(08).
           77 CACHED-TEAM        PIC X(08).
         01 SESSION-TABLE.
           05 SESS-ENTRY OCCURS 200 TIMES.
             10 ST-SESSION-ID  PIC X(08).
             10 ST-TEAM        PIC X(08).

      * weekday and hour work - julian day one (1601-01-01) was a
      * Monday, so mod 7 gives 1 for Monday through 6 for Saturday
      * and 0 for Sunday, which is filed as day 7
           77 LOG-JULIAN      PIC 9(07).
           77 LOG-WEEKDAY     PIC 9(01).
           77 LOG-HOUR        PIC 9(02).

           77 RECORDS-READ    PIC 9(08) VALUE ZERO.
           77 RECORDS-USED    PIC 9(08) VALUE ZERO.
           77 MANUAL-SKIPPED  PIC 9(07) VALUE ZERO.
           77 BAD-TIME-COUNT  PIC 9(07) VALUE ZERO.
           77 REPORT-LINES    PIC 9(07) VALUE ZERO.

      * one team's week: an hour a row, a weekday a column
           77 HOUR-IDX   PIC 9(02).
           77 DAY-IDX    PIC 9(01).
         01 PROFILE-GRID.
           05 GRID-HOUR OCCURS 24 TIMES.
             10 GRID-DAY OCCURS 7 TIMES.
               15 GD-CYCLES       PIC 9(05).
               15 GD-FULL         PIC 9(05).
               15 GD-INTERRUPTS   PIC 9(05).
               15 GD-INT-MINUTES  PIC 9(07).
               15 GD-TOP-REASON   PIC X(01).

      * control-break keys, and the run of one reason code within
      * the bucket being read
           77 PRIOR-TEAM      PIC X(08).
           77 PRIOR-WEEKDAY   PIC 9(01).
           77 PRIOR-HOUR      PIC 9(02).
           77 TEAM-HELD-SW    PIC X(01).
             88 TEAM-HELD      VALUE "Y".
           77 RUN-REASON      PIC X(01).
           77 RUN-COUNT       PIC 9(05).
           77 TOP-REASON      PIC X(01).
           77 TOP-COUNT       PIC 9(05).

      * the team's figures over the whole week, with its own reason
      * tally since the bucket runs say nothing across buckets
           77 TEAM-CYCLES       PIC 9(07).
           77 TEAM-FULL         PIC 9(07).
           77 TEAM-INTERRUPTS   PIC 9(07).
           77 TEAM-INT-MINUTES  PIC 9(09).
           77 REASON-COUNT      PIC 9(03).
           77 REASON-IDX        PIC 9(03).
           77 REASON-MAX-IDX    PIC 9(03).
         01 REASON-TABLE.
           05 REASON-ENTRY OCCURS 40 TIMES.
             10 RSN-CODE   PIC X(01).
             10 RSN-COUNT  PIC 9(07).

           77 TEAM-COUNT         PIC 9(05) VALUE ZERO.
           77 ALL-CYCLES         PIC 9(07) VALUE ZERO.
           77 ALL-FULL           PIC 9(07) VALUE ZERO.
           77 ALL-INTERRUPTS     PIC 9(07) VALUE ZERO.

      * cell figures
           77 ROW-USED-SW     PIC X(01).
             88 ROW-USED       VALUE "Y".
           77 FULL-PERCENT    PIC 9(03).
           77 AVG-INTERRUPT   PIC 9(02)V9.

         01 TITLE-LINE.
           05 FILLER            PIC X(36)
                  VALUE "POMODORO FOCUS-QUALITY PROFILE  RUN ".
           05 TL-RUN-DATE        PIC 9999/99/99.
           05 FILLER            PIC X(08) VALUE "  FROM ".
           05 TL-FROM-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(04) VALUE " TO ".
           05 TL-TO-DATE         PIC 9999/99/99.
           05 FILLER            PIC X(15) VALUE "  FULL LENGTH ".
           05 TL-FOCUS-MINUTES   PIC ZZ9.
           05 FILLER            PIC X(04) VALUE " MIN".

         01 LEGEND-LINE.
           05 FILLER            PIC X(36)
                  VALUE "cell: cycles started, % at full leng".
           05 FILLER            PIC X(36)
                  VALUE "th, average interruption minutes, to".
           05 FILLER            PIC X(14) VALUE "p reason code".

         01 TEAM-HEADING.
           05 FILLER            PIC X(05) VALUE "TEAM ".
           05 TH-TEAM            PIC X(08).

         01 DAY-HEADING.
           05 FILLER            PIC X(06) VALUE SPACES.
           05 FILLER            PIC X(17) VALUE "      MON        ".
           05 FILLER            PIC X(17) VALUE "      TUE        ".
           05 FILLER            PIC X(17) VALUE "      WED        ".
           05 FILLER            PIC X(17) VALUE "      THU        ".
           05 FILLER            PIC X(17) VALUE "      FRI        ".
           05 FILLER            PIC X(17) VALUE "      SAT        ".
           05 FILLER            PIC X(17) VALUE "      SUN        ".

         01 CELL-HEADING.
           05 FILLER            PIC X(06) VALUE "HOUR  ".
           05 CH-CELL OCCURS 7 TIMES PIC X(17).

         01 CELL-CAPTION        PIC X(17) VALUE " cyc full  int R ".

         01 GRID-LINE.
           05 GL-HOUR            PIC 99.
           05 FILLER            PIC X(04) VALUE ":00 ".
           05 GL-CELL OCCURS 7 TIMES PIC X(17).

         01 CELL-WORK.
           05 CW-CYCLES          PIC ZZZ9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CW-PERCENT         PIC ZZ9.
           05 FILLER            PIC X(02) VALUE "% ".
           05 CW-AVG-INTERRUPT   PIC Z9.9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CW-REASON          PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.

         01 TEAM-LINE.
           05 FILLER            PIC X(13) VALUE "  TEAM WEEK  ".
           05 FILLER            PIC X(08) VALUE "cycles: ".
           05 TML-CYCLES         PIC ZZZZZZ9.
           05 FILLER            PIC X(08) VALUE "  full: ".
           05 TML-PERCENT        PIC ZZ9.
           05 FILLER            PIC X(15) VALUE "%  interrupts: ".
           05 TML-INTERRUPTS     PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE "  avg min ".
           05 TML-AVG-INTERRUPT  PIC Z9.9.
           05 FILLER            PIC X(14) VALUE "  top reason: ".
           05 TML-REASON         PIC X(01).

         01 TOTALS-LINE.
           05 FILLER            PIC X(17) VALUE "PROFILE TOTALS - ".
           05 FILLER            PIC X(07) VALUE "teams: ".
           05 TT-TEAMS           PIC ZZZZ9.
           05 FILLER            PIC X(09) VALUE " cycles: ".
           05 TT-CYCLES          PIC ZZZZZZ9.
           05 FILLER            PIC X(07) VALUE " full: ".
           05 TT-FULL            PIC ZZZZZZ9.
           05 FILLER            PIC X(13) VALUE " interrupts: ".
           05 TT-INTERRUPTS      PIC ZZZZZZ9.
           05 FILLER            PIC X(09) VALUE " manual: ".
           05 TT-MANUAL          PIC ZZZZZZ9.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-date-range
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-profile
           SORT SORT-WORK
             ON ASCENDING KEY SORT-TEAM
                              SORT-WEEKDAY
                              SORT-HOUR
                              SORT-KIND
                              SORT-REASON-CODE
             INPUT PROCEDURE select-log-records
             OUTPUT PROCEDURE build-team-grids
           PERFORM write-profile-totals
           CLOSE REPORT-FILE
         END-IF
         DISPLAY "pmdfqp: records read " RECORDS-READ " used "
           RECORDS-USED " manual skipped " MANUAL-SKIPPED
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDFQP  " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDFQP  " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-date-range.
      * PARM is "from-date to-date", both YYYYMMDD and both optional
      * (a blank end is unbounded) - a malformed date stops the run
      * with RC=8 rather than silently profiling the wrong weeks
         MOVE "N" TO PARM-BAD-SW
         MOVE 0 TO FROM-DATE
         MOVE 99999999 TO TO-DATE
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO FROM-DATE-TEXT
         MOVE SPACES TO TO-DATE-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE
             INTO FROM-DATE-TEXT TO-DATE-TEXT
         END-IF
         IF FROM-DATE-TEXT NOT = SPACES
           IF FROM-DATE-TEXT IS NUMERIC
             MOVE FROM-DATE-TEXT TO FROM-DATE
           ELSE
             DISPLAY "pmdfqp: bad from-date on PARM: "
               FROM-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF TO-DATE-TEXT NOT = SPACES
           IF TO-DATE-TEXT IS NUMERIC
             MOVE TO-DATE-TEXT TO TO-DATE
           ELSE
             DISPLAY "pmdfqp: bad to-date on PARM: " TO-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF NOT PARM-BAD AND FROM-DATE > TO-DATE
           DISPLAY "pmdfqp: from-date after to-date on PARM"
           MOVE "Y" TO PARM-BAD-SW
         END-IF.

       initialize-profile.
         ACCEPT RUN-DATE FROM DATE YYYYMMDD
         PERFORM read-profile-config
         PERFORM load-session-table
         MOVE SPACES TO CACHED-SESSION-ID
         OPEN OUTPUT REPORT-FILE
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDFQR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE RUN-DATE TO TL-RUN-DATE
         MOVE FROM-DATE TO TL-FROM-DATE
         MOVE TO-DATE TO TL-TO-DATE
         MOVE FOCUS-MINUTES TO TL-FOCUS-MINUTES
         MOVE TITLE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE LEGEND-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       read-profile-config.
      * same forgiving read as pomodoro's read-config - no card just
      * means the classic 25-minute focus block
         MOVE 25 TO FOCUS-MINUTES
         OPEN INPUT CONFIG-FILE
         IF CONFIG-FILE-STATUS = "00"
           READ CONFIG-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE CONFIG-FOCUS-MINUTES TO FOCUS-MINUTES
           END-READ
           CLOSE CONFIG-FILE
         END-IF.

       load-session-table.
      * the team breaks are the point of the report, so a profile
      * with no master to read must not run quietly
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
         ELSE
           DISPLAY "pmdfqp: session table full, id skipped: "
             SESS-SESSION-ID
         END-IF.

       find-session-team.
         IF LOG-SESSION-ID NOT = CACHED-SESSION-ID
           MOVE LOG-SESSION-ID TO CACHED-SESSION-ID
           MOVE SPACES TO CACHED-TEAM
           MOVE 0 TO SESS-IDX
           MOVE 1 TO SESS-SCAN
           PERFORM UNTIL SESS-SCAN > SESS-COUNT OR SESS-IDX > 0
             IF ST-SESSION-ID (SESS-SCAN) = LOG-SESSION-ID
               MOVE SESS-SCAN TO SESS-IDX
               MOVE ST-TEAM (SESS-SCAN) TO CACHED-TEAM
             END-IF
             ADD 1 TO SESS-SCAN
           END-PERFORM
         END-IF.

       select-log-records.
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
           ADD 1 TO RECORDS-READ
           IF LOG-IS-FOCUS OR LOG-IS-INTERRUPT
             PERFORM select-log-record
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

       select-log-record.
      * a record whose start stamp cannot be read cannot be put in
      * an hour - counted and passed over, not guessed at
         IF LOG-IS-FOCUS AND LOG-IS-MANUAL
           ADD 1 TO MANUAL-SKIPPED
         ELSE
           IF LOG-START-DATE NOT NUMERIC
               OR LOG-START-TIME NOT NUMERIC
               OR LOG-START-DATE = 0
             ADD 1 TO BAD-TIME-COUNT
           ELSE
             IF LOG-START-DATE NOT < FROM-DATE
                 AND LOG-START-DATE NOT > TO-DATE
               PERFORM release-log-record
             END-IF
           END-IF
         END-IF.

       release-log-record.
         COMPUTE LOG-JULIAN =
           FUNCTION INTEGER-OF-DATE (LOG-START-DATE)
         COMPUTE LOG-WEEKDAY = FUNCTION MOD (LOG-JULIAN 7)
         IF LOG-WEEKDAY = 0
           MOVE 7 TO LOG-WEEKDAY
         END-IF
         DIVIDE LOG-START-TIME BY 1000000 GIVING LOG-HOUR
         IF LOG-HOUR > 23
           ADD 1 TO BAD-TIME-COUNT
         ELSE
           PERFORM find-session-team
           MOVE SPACES TO SORT-RECORD
           MOVE CACHED-TEAM TO SORT-TEAM
           MOVE LOG-WEEKDAY TO SORT-WEEKDAY
           MOVE LOG-HOUR TO SORT-HOUR
           IF LOG-IS-FOCUS
             MOVE "F" TO SORT-KIND
             MOVE SPACE TO SORT-REASON-CODE
           ELSE
             MOVE "I" TO SORT-KIND
             MOVE LOG-REASON-CODE TO SORT-REASON-CODE
           END-IF
           MOVE LOG-DURATION-MINUTES TO SORT-MINUTES
           RELEASE SORT-RECORD
           ADD 1 TO RECORDS-USED
         END-IF.

       build-team-grids.
      * a team change prints the finished team's grid; a bucket
      * change settles the finished bucket's top reason
         MOVE "N" TO SORT-EOF-SW
         MOVE "N" TO TEAM-HELD-SW
         PERFORM return-sorted-record
         PERFORM UNTIL END-OF-SORT
           IF TEAM-HELD
             IF SORT-TEAM NOT = PRIOR-TEAM
               PERFORM close-bucket
               PERFORM print-team-grid
               MOVE "N" TO TEAM-HELD-SW
             ELSE
               IF SORT-WEEKDAY NOT = PRIOR-WEEKDAY
                   OR SORT-HOUR NOT = PRIOR-HOUR
                 PERFORM close-bucket
                 PERFORM open-bucket
               END-IF
             END-IF
           END-IF
           IF NOT TEAM-HELD
             PERFORM start-team
             PERFORM open-bucket
             MOVE "Y" TO TEAM-HELD-SW
           END-IF
           PERFORM add-sorted-record
           PERFORM return-sorted-record
         END-PERFORM
         IF TEAM-HELD
           PERFORM close-bucket
           PERFORM print-team-grid
         END-IF.

       return-sorted-record.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       start-team.
         ADD 1 TO TEAM-COUNT
         MOVE SORT-TEAM TO PRIOR-TEAM
         INITIALIZE PROFILE-GRID
         MOVE 0 TO TEAM-CYCLES
         MOVE 0 TO TEAM-FULL
         MOVE 0 TO TEAM-INTERRUPTS
         MOVE 0 TO TEAM-INT-MINUTES
         MOVE 0 TO REASON-COUNT.

       open-bucket.
         MOVE SORT-WEEKDAY TO PRIOR-WEEKDAY
         MOVE SORT-HOUR TO PRIOR-HOUR
         COMPUTE HOUR-IDX = SORT-HOUR + 1
         MOVE SORT-WEEKDAY TO DAY-IDX
         MOVE SPACE TO RUN-REASON
         MOVE 0 TO RUN-COUNT
         MOVE SPACE TO TOP-REASON
         MOVE 0 TO TOP-COUNT.

       add-sorted-record.
         IF SORT-KIND = "F"
           ADD 1 TO GD-CYCLES (HOUR-IDX DAY-IDX)
           ADD 1 TO TEAM-CYCLES
           IF SORT-MINUTES NOT < FOCUS-MINUTES
             ADD 1 TO GD-FULL (HOUR-IDX DAY-IDX)
             ADD 1 TO TEAM-FULL
           END-IF
         ELSE
           ADD 1 TO GD-INTERRUPTS (HOUR-IDX DAY-IDX)
           ADD SORT-MINUTES TO GD-INT-MINUTES (HOUR-IDX DAY-IDX)
           ADD 1 TO TEAM-INTERRUPTS
           ADD SORT-MINUTES TO TEAM-INT-MINUTES
           PERFORM tally-team-reason
      * codes arrive in order within the bucket - a new code ends
      * the last one's run, and a run longer than the best so far
      * takes over (a tie keeps the lower code)
           IF SORT-REASON-CODE NOT = RUN-REASON
             PERFORM settle-reason-run
             MOVE SORT-REASON-CODE TO RUN-REASON
             MOVE 0 TO RUN-COUNT
           END-IF
           ADD 1 TO RUN-COUNT
         END-IF.

       settle-reason-run.
         IF RUN-COUNT > TOP-COUNT
           MOVE RUN-REASON TO TOP-REASON
           MOVE RUN-COUNT TO TOP-COUNT
         END-IF.

       close-bucket.
         PERFORM settle-reason-run
         MOVE TOP-REASON TO GD-TOP-REASON (HOUR-IDX DAY-IDX).

       tally-team-reason.
         MOVE 0 TO REASON-MAX-IDX
         MOVE 1 TO REASON-IDX
         PERFORM UNTIL REASON-IDX > REASON-COUNT
             OR REASON-MAX-IDX > 0
           IF RSN-CODE (REASON-IDX) = SORT-REASON-CODE
             MOVE REASON-IDX TO REASON-MAX-IDX
           ELSE
             ADD 1 TO REASON-IDX
           END-IF
         END-PERFORM
         IF REASON-MAX-IDX > 0
           ADD 1 TO RSN-COUNT (REASON-MAX-IDX)
         ELSE
           IF REASON-COUNT < 40
             ADD 1 TO REASON-COUNT
             MOVE SORT-REASON-CODE TO RSN-CODE (REASON-COUNT)
             MOVE 1 TO RSN-COUNT (REASON-COUNT)
           ELSE
             DISPLAY "pmdfqp: reason table full, code dropped: "
               SORT-REASON-CODE
           END-IF
         END-IF.

       print-team-grid.
         IF PRIOR-TEAM = SPACES
           MOVE "NO TEAM" TO TH-TEAM
         ELSE
           MOVE PRIOR-TEAM TO TH-TEAM
         END-IF
         MOVE TEAM-HEADING TO REPORT-RECORD
         PERFORM write-report-line
         MOVE DAY-HEADING TO REPORT-RECORD
         PERFORM write-report-line
         MOVE 1 TO DAY-IDX
         PERFORM UNTIL DAY-IDX > 7
           MOVE CELL-CAPTION TO CH-CELL (DAY-IDX)
           ADD 1 TO DAY-IDX
         END-PERFORM
         MOVE CELL-HEADING TO REPORT-RECORD
         PERFORM write-report-line
         MOVE 1 TO HOUR-IDX
         PERFORM UNTIL HOUR-IDX > 24
           PERFORM print-grid-row
           ADD 1 TO HOUR-IDX
         END-PERFORM
         PERFORM print-team-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line
         ADD TEAM-CYCLES TO ALL-CYCLES
         ADD TEAM-FULL TO ALL-FULL
         ADD TEAM-INTERRUPTS TO ALL-INTERRUPTS.

       print-grid-row.
      * an hour nobody worked in on any day prints nothing
         MOVE "N" TO ROW-USED-SW
         MOVE 1 TO DAY-IDX
         PERFORM UNTIL DAY-IDX > 7
           MOVE SPACES TO GL-CELL (DAY-IDX)
           IF GD-CYCLES (HOUR-IDX DAY-IDX) > 0
               OR GD-INTERRUPTS (HOUR-IDX DAY-IDX) > 0
             MOVE "Y" TO ROW-USED-SW
             PERFORM format-grid-cell
             MOVE CELL-WORK TO GL-CELL (DAY-IDX)
           END-IF
           ADD 1 TO DAY-IDX
         END-PERFORM
         IF ROW-USED
           COMPUTE GL-HOUR = HOUR-IDX - 1
           MOVE GRID-LINE TO REPORT-RECORD
           PERFORM write-report-line
         END-IF.

       format-grid-cell.
         MOVE GD-CYCLES (HOUR-IDX DAY-IDX) TO CW-CYCLES
         MOVE 0 TO FULL-PERCENT
         IF GD-CYCLES (HOUR-IDX DAY-IDX) > 0
           COMPUTE FULL-PERCENT ROUNDED =
             GD-FULL (HOUR-IDX DAY-IDX) * 100
               / GD-CYCLES (HOUR-IDX DAY-IDX)
         END-IF
         MOVE FULL-PERCENT TO CW-PERCENT
         MOVE 0 TO AVG-INTERRUPT
         IF GD-INTERRUPTS (HOUR-IDX DAY-IDX) > 0
           COMPUTE AVG-INTERRUPT ROUNDED =
             GD-INT-MINUTES (HOUR-IDX DAY-IDX)
               / GD-INTERRUPTS (HOUR-IDX DAY-IDX)
             ON SIZE ERROR
               MOVE 99.9 TO AVG-INTERRUPT
           END-COMPUTE
         END-IF
         MOVE AVG-INTERRUPT TO CW-AVG-INTERRUPT
         MOVE GD-TOP-REASON (HOUR-IDX DAY-IDX) TO CW-REASON.

       print-team-line.
         MOVE TEAM-CYCLES TO TML-CYCLES
         MOVE 0 TO FULL-PERCENT
         IF TEAM-CYCLES > 0
           COMPUTE FULL-PERCENT ROUNDED =
             TEAM-FULL * 100 / TEAM-CYCLES
         END-IF
         MOVE FULL-PERCENT TO TML-PERCENT
         MOVE TEAM-INTERRUPTS TO TML-INTERRUPTS
         MOVE 0 TO AVG-INTERRUPT
         IF TEAM-INTERRUPTS > 0
           COMPUTE AVG-INTERRUPT ROUNDED =
             TEAM-INT-MINUTES / TEAM-INTERRUPTS
             ON SIZE ERROR
               MOVE 99.9 TO AVG-INTERRUPT
           END-COMPUTE
         END-IF
         MOVE AVG-INTERRUPT TO TML-AVG-INTERRUPT
      * the most frequent code over the week, the lowest code on a
      * tie - the same rule the grid cells follow
         MOVE SPACE TO TML-REASON
         MOVE 0 TO TOP-COUNT
         MOVE 1 TO REASON-IDX
         PERFORM UNTIL REASON-IDX > REASON-COUNT
           IF RSN-COUNT (REASON-IDX) > TOP-COUNT
               OR (RSN-COUNT (REASON-IDX) = TOP-COUNT
                   AND RSN-CODE (REASON-IDX) < TML-REASON)
             MOVE RSN-COUNT (REASON-IDX) TO TOP-COUNT
             MOVE RSN-CODE (REASON-IDX) TO TML-REASON
           END-IF
           ADD 1 TO REASON-IDX
         END-PERFORM
         MOVE TEAM-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-profile-totals.
         MOVE TEAM-COUNT TO TT-TEAMS
         MOVE ALL-CYCLES TO TT-CYCLES
         MOVE ALL-FULL TO TT-FULL
         MOVE ALL-INTERRUPTS TO TT-INTERRUPTS
         MOVE MANUAL-SKIPPED TO TT-MANUAL
         MOVE TOTALS-LINE TO REPORT-RECORD
         PERFORM write-report-line
         IF BAD-TIME-COUNT > 0
           DISPLAY "pmdfqp: " BAD-TIME-COUNT " record(s) with an "
             "unreadable start stamp passed over"
         END-IF.

       write-report-line.
         WRITE REPORT-RECORD
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDFQR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE PRIOR-TEAM TO ERR-KEY
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
           DISPLAY "pmdfqp: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDFQP  " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE REPORT-LINES TO RCTL-WRITTEN
           MOVE BAD-TIME-COUNT TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdfqp: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
