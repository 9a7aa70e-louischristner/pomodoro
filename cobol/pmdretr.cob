       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdretr.

      * log retrieval across the archive cutover - once pmdarch has
      * cut old days out of the live PMDLOG into the PMDARC archive
      * generations, a report run against the live log alone comes
      * back short for any range reaching back past the cutoff; this
      * job rebuilds a log for the range asked for:
      *   - the EXEC-card PARM names a session-id (or * for every
      *     session) and an optional from-date/to-date pair
      *     (YYYYMMDD, either end may be blank for open); records are
      *     selected on LOG-END-DATE, the date pmdarch cuts on
      *   - the archive (every generation concatenated on PMDARC) and
      *     the live log are read in turn and the selected records
      *     SORTed together into session, end date and end time
      *     order - the order the timer appends them in
      *   - a record found in both places, or in two overlapping
      *     archive generations (an archive rerun after a failed
      *     swap), is written once - the archive copy is kept and
      *     the repeat dropped and counted against its source
      *   - the merged records go to PMDRTV in the PMDLOG layout, so
      *     pomorpt, pmdstmt, pmdplrpt and pmdbud run against it
      *     unchanged by pointing their PMDLOG DD at it
      *   - the PMDRTR control report shows, for each source, the
      *     records read, selected, dropped as duplicates and
      *     written, the totals, and the first and last dates the
      *     merged file covers
      * RC=4 when nothing matched the selection, RC=8 when the PARM
      * is missing or malformed and nothing is written

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT ARCHIVE-FILE ASSIGN TO "PMDARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.

             SELECT LOG-FILE ASSIGN TO "PMDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.

             SELECT RETRIEVED-FILE ASSIGN TO "PMDRTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRIEVED-FILE-STATUS.

             SELECT CONTROL-REPORT-FILE ASSIGN TO "PMDRTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD ARCHIVE-FILE.
           01 ARCHIVE-RECORD PIC X(84).

           FD LOG-FILE.
           01 LIVE-LOG-RECORD PIC X(84).

           FD RETRIEVED-FILE.
           01 RETRIEVED-RECORD PIC X(84).

           FD CONTROL-REPORT-FILE.
           01 CONTROL-REPORT-RECORD PIC X(120).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

      * the log record itself rides through the sort, with the source
      * it came from behind it - the second view holds the whole
      * image as one key, so identical records sort side by side
      * and the archive copy (A) ahead of the live one (L)
           SD SORT-WORK.
           01 SORT-RECORD.
             COPY logrec.
           01 SORT-IMAGE-VIEW.
             05 SORT-LOG-IMAGE   PIC X(84).
             05 SORT-SOURCE      PIC X(01).
               88 SORT-FROM-ARCHIVE  VALUE "A".
               88 SORT-FROM-LIVE     VALUE "L".

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 ARCHIVE-FILE-STATUS         PIC X(02).
           77 LOG-FILE-STATUS             PIC X(02).
           77 RETRIEVED-FILE-STATUS       PIC X(02).
           77 CONTROL-REPORT-FILE-STATUS  PIC X(02).

           77 ARC-EOF-SW  PIC X(01).
             88 END-OF-ARCHIVE  VALUE "Y".
           77 EOF-SW  PIC X(01).
             88 END-OF-LOG  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".

      * counts per source, for the control report and the run record
           77 ARC-READ         PIC 9(08) VALUE ZERO.
           77 ARC-SELECTED     PIC 9(08) VALUE ZERO.
           77 ARC-DUPLICATES   PIC 9(08) VALUE ZERO.
           77 ARC-WRITTEN      PIC 9(08) VALUE ZERO.
           77 LIVE-READ        PIC 9(08) VALUE ZERO.
           77 LIVE-SELECTED    PIC 9(08) VALUE ZERO.
           77 LIVE-DUPLICATES  PIC 9(08) VALUE ZERO.
           77 LIVE-WRITTEN     PIC 9(08) VALUE ZERO.
           77 TOTAL-READ       PIC 9(08) VALUE ZERO.
           77 TOTAL-WRITTEN    PIC 9(08) VALUE ZERO.
           77 TOTAL-DUPLICATES PIC 9(08) VALUE ZERO.

      * the last record written - the next one equal to it is a
      * duplicate; and the span of end dates the merged file covers
           77 PRIOR-LOG-IMAGE  PIC X(84).
           77 FIRST-DATE       PIC 9(08).
           77 LAST-DATE        PIC 9(08).

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: "session from-date to-date" - the session-id
      * is required (* for every session), the dates are YYYYMMDD
      * and optional, a blank end being unbounded
           77 CMD-LINE        PIC X(80).
           77 SELECT-SESSION  PIC X(08).
           77 FROM-DATE-TEXT  PIC X(08).
           77 TO-DATE-TEXT    PIC X(08).
           77 FROM-DATE       PIC 9(08).
           77 TO-DATE         PIC 9(08).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".
           77 ALL-SESSIONS-SW PIC X(01).
             88 ALL-SESSIONS  VALUE "Y".

         01 TITLE-LINE.
           05 FILLER            PIC X(23)
                                VALUE "POMODORO LOG RETRIEVAL ".
           05 FILLER            PIC X(10) VALUE " SESSION: ".
           05 TL-SESSION         PIC X(08).
           05 FILLER            PIC X(07) VALUE "  FROM ".
           05 TL-FROM-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(04) VALUE " TO ".
           05 TL-TO-DATE         PIC 9999/99/99.

         01 SOURCE-LINE.
           05 FILLER            PIC X(07) VALUE "SOURCE ".
           05 SL-SOURCE          PIC X(08).
           05 FILLER            PIC X(07) VALUE " read: ".
           05 SL-READ            PIC ZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " selected: ".
           05 SL-SELECTED        PIC ZZZZZZZ9.
           05 FILLER            PIC X(13) VALUE " duplicates: ".
           05 SL-DUPLICATES      PIC ZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " written: ".
           05 SL-WRITTEN         PIC ZZZZZZZ9.

         01 RANGE-LINE.
           05 FILLER            PIC X(17) VALUE "MERGED LOG COVERS".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RL-FIRST-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(04) VALUE " TO ".
           05 RL-LAST-DATE       PIC 9999/99/99.

         01 TOTALS-LINE.
           05 FILLER            PIC X(19)
                                VALUE "RETRIEVAL TOTALS - ".
           05 FILLER            PIC X(06) VALUE "read: ".
           05 TT-READ            PIC ZZZZZZZ9.
           05 FILLER            PIC X(13) VALUE " duplicates: ".
           05 TT-DUPLICATES      PIC ZZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " written: ".
           05 TT-WRITTEN         PIC ZZZZZZZ9.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM parse-selection
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-retrieval
           SORT SORT-WORK
             ON ASCENDING KEY LOG-SESSION-ID
                              LOG-END-DATE
                              LOG-END-TIME
                              SORT-LOG-IMAGE
                              SORT-SOURCE
             INPUT PROCEDURE select-log-records
             OUTPUT PROCEDURE write-merged-log
           PERFORM write-control-totals
           CLOSE RETRIEVED-FILE
           CLOSE CONTROL-REPORT-FILE
           IF TOTAL-WRITTEN = 0
             DISPLAY "pmdretr: no archived or live record matched "
               "the selection"
             MOVE 4 TO RETURN-CODE
           END-IF
         END-IF
         DISPLAY "pmdretr: archive read " ARC-READ
           " live read " LIVE-READ " written " TOTAL-WRITTEN
           " duplicates " TOTAL-DUPLICATES
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDRETR " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDRETR " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-selection.
      * PARM is "session from-date to-date" - the session-id must be
      * there (* means every session), so an empty PARM never pulls
      * the whole archive by accident; a malformed date stops the
      * run with RC=8 rather than retrieving the wrong range
         MOVE "N" TO PARM-BAD-SW
         MOVE "N" TO ALL-SESSIONS-SW
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
         MOVE SPACES TO SELECT-SESSION
         MOVE SPACES TO FROM-DATE-TEXT
         MOVE SPACES TO TO-DATE-TEXT
         IF CMD-LINE NOT = SPACES
           UNSTRING CMD-LINE DELIMITED BY SPACE
             INTO SELECT-SESSION FROM-DATE-TEXT TO-DATE-TEXT
         END-IF
         IF SELECT-SESSION = SPACES
           DISPLAY "pmdretr: session-id (or *) missing on PARM"
           MOVE "Y" TO PARM-BAD-SW
         END-IF
         IF SELECT-SESSION = "*"
           MOVE "Y" TO ALL-SESSIONS-SW
         END-IF
         IF FROM-DATE-TEXT NOT = SPACES
           IF FROM-DATE-TEXT IS NUMERIC
             MOVE FROM-DATE-TEXT TO FROM-DATE
           ELSE
             DISPLAY "pmdretr: bad from-date on PARM: " FROM-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF TO-DATE-TEXT NOT = SPACES
           IF TO-DATE-TEXT IS NUMERIC
             MOVE TO-DATE-TEXT TO TO-DATE
           ELSE
             DISPLAY "pmdretr: bad to-date on PARM: " TO-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF NOT PARM-BAD AND FROM-DATE > TO-DATE
           DISPLAY "pmdretr: from-date after to-date on PARM"
           MOVE "Y" TO PARM-BAD-SW
         END-IF.

       initialize-retrieval.
         OPEN OUTPUT RETRIEVED-FILE
         IF RETRIEVED-FILE-STATUS NOT = "00"
           MOVE "PMDRTV  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE RETRIEVED-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN OUTPUT CONTROL-REPORT-FILE
         IF CONTROL-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDRTR  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE CONTROL-REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         IF ALL-SESSIONS
           MOVE "ALL" TO TL-SESSION
         ELSE
           MOVE SELECT-SESSION TO TL-SESSION
         END-IF
         MOVE FROM-DATE TO TL-FROM-DATE
         MOVE TO-DATE TO TL-TO-DATE
         MOVE TITLE-LINE TO CONTROL-REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO CONTROL-REPORT-RECORD
         PERFORM write-report-line.

       read-archive-record.
         READ ARCHIVE-FILE
           AT END
             MOVE "Y" TO ARC-EOF-SW
         END-READ
      * a hard I/O error is not AT END - a half-read archive would
      * hand the auditor a short period with clean-looking counts
         IF ARCHIVE-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDARC  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE ARCHIVE-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       read-log-record.
         READ LOG-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
         IF LOG-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDLOG  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE LOG-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       select-log-records.
      * feed the sort from the archive first, then the live log -
      * each record is moved into the sort record and tested on the
      * logrec fields there
         MOVE "N" TO ARC-EOF-SW
         OPEN INPUT ARCHIVE-FILE
         IF ARCHIVE-FILE-STATUS NOT = "00"
           MOVE "PMDARC  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE ARCHIVE-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-archive-record
         PERFORM UNTIL END-OF-ARCHIVE
           ADD 1 TO ARC-READ
           MOVE ARCHIVE-RECORD TO SORT-LOG-IMAGE
           MOVE "A" TO SORT-SOURCE
           PERFORM check-selection
           PERFORM read-archive-record
         END-PERFORM
         CLOSE ARCHIVE-FILE
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
           ADD 1 TO LIVE-READ
           MOVE LIVE-LOG-RECORD TO SORT-LOG-IMAGE
           MOVE "L" TO SORT-SOURCE
           PERFORM check-selection
           PERFORM read-log-record
         END-PERFORM
         CLOSE LOG-FILE.

       check-selection.
         IF (ALL-SESSIONS OR LOG-SESSION-ID = SELECT-SESSION)
             AND LOG-END-DATE NOT < FROM-DATE
             AND LOG-END-DATE NOT > TO-DATE
           IF SORT-FROM-ARCHIVE
             ADD 1 TO ARC-SELECTED
           ELSE
             ADD 1 TO LIVE-SELECTED
           END-IF
           RELEASE SORT-IMAGE-VIEW
         END-IF.

       write-merged-log.
      * records come back in session/end-date/end-time order with
      * identical images side by side - only the first of a run of
      * equal images is written
         MOVE "N" TO SORT-EOF-SW
         MOVE HIGH-VALUES TO PRIOR-LOG-IMAGE
         MOVE 0 TO FIRST-DATE
         MOVE 0 TO LAST-DATE
         PERFORM return-sorted-record
         PERFORM UNTIL END-OF-SORT
           IF SORT-LOG-IMAGE = PRIOR-LOG-IMAGE
             PERFORM count-duplicate-record
           ELSE
             PERFORM write-retrieved-record
           END-IF
           PERFORM return-sorted-record
         END-PERFORM.

       return-sorted-record.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       count-duplicate-record.
         ADD 1 TO TOTAL-DUPLICATES
         IF SORT-FROM-ARCHIVE
           ADD 1 TO ARC-DUPLICATES
         ELSE
           ADD 1 TO LIVE-DUPLICATES
         END-IF.

       write-retrieved-record.
         MOVE SORT-LOG-IMAGE TO PRIOR-LOG-IMAGE
         MOVE SPACES TO RETRIEVED-RECORD
         MOVE SORT-LOG-IMAGE TO RETRIEVED-RECORD
         WRITE RETRIEVED-RECORD
         IF RETRIEVED-FILE-STATUS NOT = "00"
           MOVE "PMDRTV  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE RETRIEVED-FILE-STATUS TO ERR-STATUS
           MOVE LOG-SESSION-ID TO ERR-KEY
           PERFORM file-error
         END-IF
         ADD 1 TO TOTAL-WRITTEN
         IF SORT-FROM-ARCHIVE
           ADD 1 TO ARC-WRITTEN
         ELSE
           ADD 1 TO LIVE-WRITTEN
         END-IF
         IF FIRST-DATE = 0 OR LOG-END-DATE < FIRST-DATE
           MOVE LOG-END-DATE TO FIRST-DATE
         END-IF
         IF LOG-END-DATE > LAST-DATE
           MOVE LOG-END-DATE TO LAST-DATE
         END-IF.

       write-control-totals.
      * one line per source, then the span covered and the totals -
      * selected less duplicates is written, source by source
         MOVE "PMDARC" TO SL-SOURCE
         MOVE ARC-READ TO SL-READ
         MOVE ARC-SELECTED TO SL-SELECTED
         MOVE ARC-DUPLICATES TO SL-DUPLICATES
         MOVE ARC-WRITTEN TO SL-WRITTEN
         MOVE SOURCE-LINE TO CONTROL-REPORT-RECORD
         PERFORM write-report-line
         MOVE "PMDLOG" TO SL-SOURCE
         MOVE LIVE-READ TO SL-READ
         MOVE LIVE-SELECTED TO SL-SELECTED
         MOVE LIVE-DUPLICATES TO SL-DUPLICATES
         MOVE LIVE-WRITTEN TO SL-WRITTEN
         MOVE SOURCE-LINE TO CONTROL-REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO CONTROL-REPORT-RECORD
         PERFORM write-report-line
         MOVE FIRST-DATE TO RL-FIRST-DATE
         MOVE LAST-DATE TO RL-LAST-DATE
         MOVE RANGE-LINE TO CONTROL-REPORT-RECORD
         PERFORM write-report-line
         COMPUTE TOTAL-READ = ARC-READ + LIVE-READ
         MOVE TOTAL-READ TO TT-READ
         MOVE TOTAL-DUPLICATES TO TT-DUPLICATES
         MOVE TOTAL-WRITTEN TO TT-WRITTEN
         MOVE TOTALS-LINE TO CONTROL-REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE CONTROL-REPORT-RECORD
         IF CONTROL-REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDRTR  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE CONTROL-REPORT-FILE-STATUS TO ERR-STATUS
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
           DISPLAY "pmdretr: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDRETR " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           COMPUTE RCTL-READ = ARC-READ + LIVE-READ
           MOVE TOTAL-WRITTEN TO RCTL-WRITTEN
           MOVE TOTAL-DUPLICATES TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdretr: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
