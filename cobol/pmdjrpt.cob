       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdjrpt.

      * maintenance change-journal listing - the audit answer to
      * "who changed this task, when, and from what":
      *   - reads the PMDJRN journal pmdmnt appends a record to for
      *     every add, change, deactivation and profile write
      *   - an optional from-date/to-date pair on the EXEC-card PARM
      *     (YYYYMMDD, either end may be blank for open) limits the
      *     listing to changes made inside the range
      *   - the entries are SORTed by file, key, date and time, so
      *     every change to one record reads together, oldest first,
      *     under a file/key heading, each with the operator, the
      *     action and the record before and after
      *   - ends with a count of entries by action
      * RC=8 when the PARM is malformed and nothing is listed

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT JOURNAL-FILE ASSIGN TO "PMDJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-FILE-STATUS.

             SELECT REPORT-FILE ASSIGN TO "PMDJRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

             SELECT SORT-WORK ASSIGN TO "SORTWK".

       DATA DIVISION.
         FILE SECTION.
           FD JOURNAL-FILE.
           01 JOURNAL-RECORD.
             COPY jrnrec.

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

           SD SORT-WORK.
           01 SORT-RECORD.
             05 SORT-FILE-NAME   PIC X(08).
             05 SORT-KEY         PIC X(20).
             05 SORT-DATE        PIC 9(08).
             05 SORT-TIME        PIC 9(08).
             05 SORT-OPERATOR    PIC X(08).
             05 SORT-ACTION      PIC X(08).
             05 SORT-BEFORE      PIC X(80).
             05 SORT-AFTER       PIC X(80).

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS  PIC X(02).
           77 JOURNAL-FILE-STATUS  PIC X(02).
           77 REPORT-FILE-STATUS   PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-JOURNAL  VALUE "Y".
           77 SORT-EOF-SW  PIC X(01).
             88 END-OF-SORT  VALUE "Y".

           77 RECORDS-READ     PIC 9(08) VALUE ZERO.
           77 ENTRIES-LISTED   PIC 9(08) VALUE ZERO.
           77 ADD-COUNT        PIC 9(07) VALUE ZERO.
           77 CHANGE-COUNT     PIC 9(07) VALUE ZERO.
           77 DEACT-COUNT      PIC 9(07) VALUE ZERO.
           77 WRITE-COUNT      PIC 9(07) VALUE ZERO.

      * the file/key heading in force - a change of either starts a
      * new block
           77 PRIOR-FILE-NAME  PIC X(08).
           77 PRIOR-KEY        PIC X(20).

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: optional "from-date to-date" pair (YYYYMMDD),
      * either may be blank for an open end - entries are selected
      * on the date the change was made
           77 CMD-LINE        PIC X(80).
           77 FROM-DATE-TEXT  PIC X(08).
           77 TO-DATE-TEXT    PIC X(08).
           77 FROM-DATE       PIC 9(08).
           77 TO-DATE         PIC 9(08).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".

         01 TITLE-LINE.
           05 FILLER            PIC X(20) VALUE "POMODORO MAINTENANCE".
           05 FILLER            PIC X(16) VALUE " CHANGE JOURNAL ".
           05 FILLER            PIC X(07) VALUE " FROM ".
           05 TL-FROM-DATE       PIC 9999/99/99.
           05 FILLER            PIC X(04) VALUE " TO ".
           05 TL-TO-DATE         PIC 9999/99/99.

         01 KEY-LINE.
           05 FILLER            PIC X(06) VALUE "FILE: ".
           05 KL-FILE-NAME       PIC X(08).
           05 FILLER            PIC X(07) VALUE "  KEY: ".
           05 KL-KEY             PIC X(20).

         01 BEFORE-LINE.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 BL-DATE            PIC 9999/99/99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BL-HH              PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 BL-MM              PIC 9(02).
           05 FILLER            PIC X(01) VALUE ":".
           05 BL-SS              PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BL-OPERATOR        PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BL-ACTION          PIC X(08).
           05 FILLER            PIC X(09) VALUE " BEFORE: ".
           05 BL-IMAGE           PIC X(80).

         01 AFTER-LINE.
           05 FILLER            PIC X(39) VALUE SPACES.
           05 FILLER            PIC X(09) VALUE " AFTER:  ".
           05 AL-IMAGE           PIC X(80).

         01 TOTALS-LINE.
           05 FILLER            PIC X(17) VALUE "JOURNAL TOTALS - ".
           05 FILLER            PIC X(09) VALUE "entries: ".
           05 TT-ENTRIES         PIC ZZZZZZ9.
           05 FILLER            PIC X(07) VALUE " adds: ".
           05 TT-ADDS            PIC ZZZZZZ9.
           05 FILLER            PIC X(10) VALUE " changes: ".
           05 TT-CHANGES         PIC ZZZZZZ9.
           05 FILLER            PIC X(16) VALUE " deactivations: ".
           05 TT-DEACTS          PIC ZZZZZZ9.
           05 FILLER            PIC X(17) VALUE " profile writes: ".
           05 TT-WRITES          PIC ZZZZZZ9.

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
           PERFORM initialize-report
           SORT SORT-WORK
             ON ASCENDING KEY SORT-FILE-NAME
                              SORT-KEY
                              SORT-DATE
                              SORT-TIME
             INPUT PROCEDURE select-journal-entries
             OUTPUT PROCEDURE list-sorted-entries
           PERFORM write-journal-totals
           CLOSE REPORT-FILE
         END-IF
         DISPLAY "pmdjrpt: journal records " RECORDS-READ
           " listed " ENTRIES-LISTED
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDJRPT " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDJRPT " TO GATE-PROGRAM
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
      * with RC=8 rather than silently listing the wrong range
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
             DISPLAY "pmdjrpt: bad from-date on PARM: " FROM-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF TO-DATE-TEXT NOT = SPACES
           IF TO-DATE-TEXT IS NUMERIC
             MOVE TO-DATE-TEXT TO TO-DATE
           ELSE
             DISPLAY "pmdjrpt: bad to-date on PARM: " TO-DATE-TEXT
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF
         IF NOT PARM-BAD AND FROM-DATE > TO-DATE
           DISPLAY "pmdjrpt: from-date after to-date on PARM"
           MOVE "Y" TO PARM-BAD-SW
         END-IF.

       initialize-report.
         OPEN OUTPUT REPORT-FILE
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDJRP  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE FROM-DATE TO TL-FROM-DATE
         MOVE TO-DATE TO TL-TO-DATE
         MOVE TITLE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       read-journal-record.
         READ JOURNAL-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - without this the select
      * would spin on the same failing READ forever
         IF JOURNAL-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDJRN  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE JOURNAL-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       select-journal-entries.
      * feed the sort with the changes made inside the PARM range
         MOVE "N" TO EOF-SW
         OPEN INPUT JOURNAL-FILE
         IF JOURNAL-FILE-STATUS NOT = "00"
           MOVE "PMDJRN  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE JOURNAL-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-journal-record
         PERFORM UNTIL END-OF-JOURNAL
           ADD 1 TO RECORDS-READ
           IF JRN-DATE NOT < FROM-DATE
               AND JRN-DATE NOT > TO-DATE
             MOVE JRN-FILE-NAME TO SORT-FILE-NAME
             MOVE JRN-KEY TO SORT-KEY
             MOVE JRN-DATE TO SORT-DATE
             MOVE JRN-TIME TO SORT-TIME
             MOVE JRN-OPERATOR TO SORT-OPERATOR
             MOVE JRN-ACTION TO SORT-ACTION
             MOVE JRN-BEFORE TO SORT-BEFORE
             MOVE JRN-AFTER TO SORT-AFTER
             RELEASE SORT-RECORD
           END-IF
           PERFORM read-journal-record
         END-PERFORM
         CLOSE JOURNAL-FILE.

       list-sorted-entries.
      * a file or key change starts a new heading; the entries under
      * it print oldest first, two lines each
         MOVE "N" TO SORT-EOF-SW
         MOVE HIGH-VALUES TO PRIOR-FILE-NAME
         MOVE HIGH-VALUES TO PRIOR-KEY
         PERFORM return-sorted-entry
         PERFORM UNTIL END-OF-SORT
           IF SORT-FILE-NAME NOT = PRIOR-FILE-NAME
               OR SORT-KEY NOT = PRIOR-KEY
             PERFORM write-key-heading
           END-IF
           PERFORM write-journal-entry-lines
           PERFORM return-sorted-entry
         END-PERFORM.

       return-sorted-entry.
         RETURN SORT-WORK
           AT END
             MOVE "Y" TO SORT-EOF-SW
         END-RETURN.

       write-key-heading.
         IF PRIOR-FILE-NAME NOT = HIGH-VALUES
           MOVE SPACES TO REPORT-RECORD
           PERFORM write-report-line
         END-IF
         MOVE SORT-FILE-NAME TO PRIOR-FILE-NAME
         MOVE SORT-KEY TO PRIOR-KEY
         MOVE SORT-FILE-NAME TO KL-FILE-NAME
         MOVE SORT-KEY TO KL-KEY
         MOVE KEY-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-journal-entry-lines.
         ADD 1 TO ENTRIES-LISTED
         EVALUATE SORT-ACTION
           WHEN "ADD     "
             ADD 1 TO ADD-COUNT
           WHEN "CHANGE  "
             ADD 1 TO CHANGE-COUNT
           WHEN "DEACT   "
             ADD 1 TO DEACT-COUNT
           WHEN "WRITE   "
             ADD 1 TO WRITE-COUNT
           WHEN OTHER
             CONTINUE
         END-EVALUATE
         MOVE SORT-DATE TO BL-DATE
         MOVE SORT-TIME (1:2) TO BL-HH
         MOVE SORT-TIME (3:2) TO BL-MM
         MOVE SORT-TIME (5:2) TO BL-SS
         MOVE SORT-OPERATOR TO BL-OPERATOR
         MOVE SORT-ACTION TO BL-ACTION
         MOVE SORT-BEFORE TO BL-IMAGE
         MOVE BEFORE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SORT-AFTER TO AL-IMAGE
         MOVE AFTER-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-journal-totals.
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line
         MOVE ENTRIES-LISTED TO TT-ENTRIES
         MOVE ADD-COUNT TO TT-ADDS
         MOVE CHANGE-COUNT TO TT-CHANGES
         MOVE DEACT-COUNT TO TT-DEACTS
         MOVE WRITE-COUNT TO TT-WRITES
         MOVE TOTALS-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE REPORT-RECORD
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDJRP  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE PRIOR-KEY TO ERR-KEY
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
           DISPLAY "pmdjrpt: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDJRPT " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE ENTRIES-LISTED TO RCTL-WRITTEN
           MOVE 0 TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdjrpt: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
