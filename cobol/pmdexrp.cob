       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdexrp.

      * end-of-day live-session exception summary - what the monitor
      * (pmdmon) raised through the day, for each team lead:
      *   - reads the PMDEXC exception file for one day - today, or
      *     the YYYYMMDD on the EXEC-card PARM for a reprint
      *   - the day's exceptions are SORTed by team, session and
      *     time raised, and print under a heading per team: when
      *     raised, the session, the exception, the event it was
      *     judged on and the minutes it had stood against its limit
      *   - each team closes with its count of stuck focus blocks,
      *     stuck pauses and no-shows, and the report with the same
      *     counts for the whole shop
      * RC=4 when the day had any exception, RC=8 when the PARM is
      * malformed and nothing is listed

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT EXCEPTION-FILE ASSIGN TO "PMDEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

             SELECT REPORT-FILE ASSIGN TO "PMDEXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD.
             COPY excrec.

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(120).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-TEAM          PIC X(08).
             05 SORT-SESSION-ID    PIC X(08).
             05 SORT-TIME          PIC 9(08).
             05 SORT-TYPE          PIC X(11).
             05 SORT-EVENT         PIC X(11).
             05 SORT-EVENT-DATE    PIC 9(08).
             05 SORT-EVENT-TIME    PIC 9(08).
             05 SORT-TASK-CODE     PIC X(10).
             05 SORT-AGE-MINUTES   PIC 9(05).
             05 SORT-LIMIT-MINUTES PIC 9(05).

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 EXCEPTION-FILE-STATUS  PIC X(02).
           77 REPORT-FILE-STATUS     PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-EXCEPTIONS  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".

           77 RECORDS-READ     PIC 9(07) VALUE ZERO.
           77 ENTRIES-LISTED   PIC 9(07) VALUE ZERO.

      * counts for the team in hand, then for the whole shop
           77 PRIOR-TEAM        PIC X(08).
           77 TEAM-FOCUS-COUNT  PIC 9(05).
           77 TEAM-PAUSE-COUNT  PIC 9(05).
           77 TEAM-NOSHOW-COUNT PIC 9(05).
           77 ALL-FOCUS-COUNT   PIC 9(05) VALUE ZERO.
           77 ALL-PAUSE-COUNT   PIC 9(05) VALUE ZERO.
           77 ALL-NOSHOW-COUNT  PIC 9(05) VALUE ZERO.
           77 TEAM-COUNT        PIC 9(05) VALUE ZERO.

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the day to summarize (YYYYMMDD) - optional,
      * today when not given
           77 CMD-LINE        PIC X(80).
           77 REPORT-DATE-TEXT PIC X(08).
           77 REPORT-DATE     PIC 9(08).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".

         01 TITLE-LINE.
           05 FILLER            PIC X(36)
                  VALUE "POMODORO SESSION EXCEPTION SUMMARY  ".
           05 TL-DATE            PIC 9999/99/99.

         01 TEAM-LINE.
           05 FILLER            PIC X(05) VALUE "TEAM ".
           05 TML-TEAM           PIC X(08).

         01 DETAIL-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DL-HH              PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 DL-MM              PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-SESSION-ID      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-TYPE            PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-EVENT           PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-EVENT-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-EVENT-HH        PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 DL-EVENT-MM        PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DL-TASK-CODE       PIC X(10).
           05 FILLER            PIC X(06) VALUE " age: ".
           05 DL-AGE             PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE " limit: ".
           05 DL-LIMIT           PIC ZZZZ9.

         01 TEAM-TOTAL-LINE.
           05 FILLER            PIC X(16) VALUE "  team totals - ".
           05 FILLER            PIC X(13) VALUE "stuck focus: ".
           05 TTL-FOCUS          PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE " stuck pauses: ".
           05 TTL-PAUSE          PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE " no-shows: ".
           05 TTL-NOSHOW         PIC ZZZZ9.

         01 TOTALS-LINE.
           05 FILLER            PIC X(19)
                                VALUE "EXCEPTION TOTALS - ".
           05 FILLER            PIC X(07) VALUE "teams: ".
           05 TT-TEAMS           PIC ZZZZ9.
           05 FILLER            PIC X(14) VALUE " stuck focus: ".
           05 TT-FOCUS           PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE " stuck pauses: ".
           05 TT-PAUSE           PIC ZZZZ9.
           05 FILLER            PIC X(11) VALUE " no-shows: ".
           05 TT-NOSHOW          PIC ZZZZ9.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-report-date
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-report
           SORT SORT-WORK
             ON ASCENDING KEY SORT-TEAM
                              SORT-SESSION-ID
                              SORT-TIME
             INPUT PROCEDURE select-day-exceptions
             OUTPUT PROCEDURE list-team-exceptions
           PERFORM write-report-totals
           CLOSE REPORT-FILE
           IF ENTRIES-LISTED > 0
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         DISPLAY "pmdexrp: exception records " RECORDS-READ
           " listed " ENTRIES-LISTED
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDEXRP " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDEXRP " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-report-date.
         MOVE "N" TO PARM-BAD-SW
         ACCEPT REPORT-DATE FROM DATE YYYYMMDD
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO REPORT-DATE-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE
             INTO REPORT-DATE-TEXT
           IF REPORT-DATE-TEXT IS NUMERIC
             MOVE REPORT-DATE-TEXT TO REPORT-DATE
           ELSE
             DISPLAY "pmdexrp: bad date on PARM: " REPORT-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF.

       initialize-report.
         OPEN OUTPUT REPORT-FILE
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDEXR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE REPORT-DATE TO TL-DATE
         MOVE TITLE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       read-exception-record.
         READ EXCEPTION-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - without this the select
      * would spin on the same failing READ forever
         IF EXCEPTION-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDEXC  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       select-day-exceptions.
      * no exception file at all is a day the monitor never raised
      * anything - an empty summary, not a failure
         MOVE "N" TO EOF-SW
         OPEN INPUT EXCEPTION-FILE
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "Y" TO EOF-SW
         ELSE
           PERFORM read-exception-record
         END-IF
         PERFORM UNTIL END-OF-EXCEPTIONS
           ADD 1 TO RECORDS-READ
           IF EXC-DATE = REPORT-DATE
             MOVE EXC-TEAM TO SORT-TEAM
             MOVE EXC-SESSION-ID TO SORT-SESSION-ID
             MOVE EXC-TIME TO SORT-TIME
             MOVE EXC-TYPE TO SORT-TYPE
             MOVE EXC-EVENT TO SORT-EVENT
             MOVE EXC-EVENT-DATE TO SORT-EVENT-DATE
             MOVE EXC-EVENT-TIME TO SORT-EVENT-TIME
             MOVE EXC-TASK-CODE TO SORT-TASK-CODE
             MOVE EXC-AGE-MINUTES TO SORT-AGE-MINUTES
             MOVE EXC-LIMIT-MINUTES TO SORT-LIMIT-MINUTES
             RELEASE SORT-RECORD
           END-IF
           PERFORM read-exception-record
         END-PERFORM
         IF EXCEPTION-FILE-STATUS = "00" OR = "10"
           CLOSE EXCEPTION-FILE
         END-IF.

       list-team-exceptions.
      * a team change closes the team in hand with its counts and
      * opens the next under its own heading
         MOVE "N" TO SORT-EOF-SW
         MOVE HIGH-VALUES TO PRIOR-TEAM
         PERFORM return-sorted-exception
         PERFORM UNTIL END-OF-SORT
           IF SORT-TEAM NOT = PRIOR-TEAM
             IF PRIOR-TEAM NOT = HIGH-VALUES
               PERFORM write-team-totals
             END-IF
             PERFORM write-team-heading
           END-IF
           PERFORM write-exception-line
           PERFORM return-sorted-exception
         END-PERFORM
         IF PRIOR-TEAM NOT = HIGH-VALUES
           PERFORM write-team-totals
         END-IF.

       return-sorted-exception.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       write-team-heading.
         ADD 1 TO TEAM-COUNT
         MOVE SORT-TEAM TO PRIOR-TEAM
         MOVE 0 TO TEAM-FOCUS-COUNT
         MOVE 0 TO TEAM-PAUSE-COUNT
         MOVE 0 TO TEAM-NOSHOW-COUNT
         MOVE SORT-TEAM TO TML-TEAM
         MOVE TEAM-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-exception-line.
         ADD 1 TO ENTRIES-LISTED
         EVALUATE SORT-TYPE
           WHEN "STUCK-FOCUS"
             ADD 1 TO TEAM-FOCUS-COUNT
             ADD 1 TO ALL-FOCUS-COUNT
           WHEN "STUCK-PAUSE"
             ADD 1 TO TEAM-PAUSE-COUNT
             ADD 1 TO ALL-PAUSE-COUNT
           WHEN "NO-SHOW    "
             ADD 1 TO TEAM-NOSHOW-COUNT
             ADD 1 TO ALL-NOSHOW-COUNT
           WHEN OTHER
             CONTINUE
         END-EVALUATE
         MOVE SORT-TIME (1:2) TO DL-HH
         MOVE SORT-TIME (3:2) TO DL-MM
         MOVE SORT-SESSION-ID TO DL-SESSION-ID
         MOVE SORT-TYPE TO DL-TYPE
         MOVE SORT-EVENT TO DL-EVENT
         MOVE SORT-EVENT-DATE TO DL-EVENT-DATE
         MOVE SORT-EVENT-TIME (1:2) TO DL-EVENT-HH
         MOVE SORT-EVENT-TIME (3:2) TO DL-EVENT-MM
         MOVE SORT-TASK-CODE TO DL-TASK-CODE
         MOVE SORT-AGE-MINUTES TO DL-AGE
         MOVE SORT-LIMIT-MINUTES TO DL-LIMIT
         MOVE DETAIL-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-team-totals.
         MOVE TEAM-FOCUS-COUNT TO TTL-FOCUS
         MOVE TEAM-PAUSE-COUNT TO TTL-PAUSE
         MOVE TEAM-NOSHOW-COUNT TO TTL-NOSHOW
         MOVE TEAM-TOTAL-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       write-report-totals.
         IF ENTRIES-LISTED = 0
           MOVE "no session exceptions raised" TO REPORT-RECORD
           PERFORM write-report-line
           MOVE SPACES TO REPORT-RECORD
           PERFORM write-report-line
         END-IF
         MOVE TEAM-COUNT TO TT-TEAMS
         MOVE ALL-FOCUS-COUNT TO TT-FOCUS
         MOVE ALL-PAUSE-COUNT TO TT-PAUSE
         MOVE ALL-NOSHOW-COUNT TO TT-NOSHOW
         MOVE TOTALS-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE REPORT-RECORD
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDEXR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE PRIOR-TEAM TO ERR-KEY
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
           DISPLAY "pmdexrp: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDEXRP " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE ENTRIES-LISTED TO RCTL-WRITTEN
           MOVE 0 TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdexrp: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
