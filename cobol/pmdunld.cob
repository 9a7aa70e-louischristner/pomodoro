       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdunld.

      * keyed-cluster unload/reload utility - the weekly backup of
      * the suite's VSAM masters, and the way back from one:
      *   - UNLOAD copies each cluster named (all seven when none is
      *     named: PMDTASK, PMDSESS, PMDHIST, PMDCKPT, PMDCUR, PMDBST,
      *     PMDPROJ) in key order to the sequential PMDUNL dataset,
      *     layout per unlrec.cpy - a header per cluster carrying
      *     the record count and the key and record hash totals,
      *     then the records. the cluster is read twice, once to
      *     count and hash it for the header and once to copy it,
      *     and the copy is proved against the count - a cluster
      *     updated between the two passes fails the proof
      *   - RELOAD rebuilds each cluster named from its section of
      *     a PMDUNL dataset. every section asked for is first
      *     proved against its header (count, key and record hash)
      *     in a pass that touches no cluster; only a cluster whose
      *     section matched is then emptied and loaded, the others
      *     are left as they were. a record whose key is not higher
      *     than the one before it is not loaded: an equal key goes
      *     to the PMDUNX exception file as a DUPLICATE KEY, a lower
      *     one as OUT OF SEQUENCE, each with its image - what was
      *     loaded plus what was rejected is printed against what
      *     was read
      *   - PMDURP is the control report: per cluster the counts and
      *     hash totals on both sides of the proof and the result
      * RC=4 means records were rejected on a reload (the rest of
      * the cluster is loaded - see PMDUNX), or a cluster would not
      * open on an unload and was left off it (a never-loaded
      * cluster, or a missing DD card); RC=8 means the PARM was
      * bad or a proof failed - an unload that does not match is no
      * backup, and a section that does not match its header was
      * read from a damaged or wrong dataset and its cluster was not
      * touched. the EXEC-card PARM is
      * "UNLOAD" or "RELOAD" and the DD names of the clusters; RELOAD
      * must name them, since it empties each cluster it loads. the
      * run-control record is filed as PMDUNLD for an unload and
      * PMDRELD for a reload, so pmdmorn shows when the last backup
      * ran and a reload never passes for one

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT TASK-FILE ASSIGN TO "PMDTASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMAST-KEY
               FILE STATUS IS TASK-FILE-STATUS.

             SELECT SESSION-FILE ASSIGN TO "PMDSESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SESS-KEY
               FILE STATUS IS SESS-FILE-STATUS.

             SELECT HISTORY-FILE ASSIGN TO "PMDHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS HIST-FILE-STATUS.

             SELECT CHECKPOINT-FILE ASSIGN TO "PMDCKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKPT-KEY
               FILE STATUS IS CKPT-FILE-STATUS.

             SELECT CURRENT-STATUS-FILE ASSIGN TO "PMDCUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-KEY
               FILE STATUS IS CUR-FILE-STATUS.

             SELECT STATUS-FILE ASSIGN TO "PMDBST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTAT-KEY
               FILE STATUS IS STATUS-FILE-STATUS.

             SELECT PROJECT-FILE ASSIGN TO "PMDPROJ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PROJ-KEY
               FILE STATUS IS PROJ-FILE-STATUS.

             SELECT UNLOAD-FILE ASSIGN TO "PMDUNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UNLOAD-FILE-STATUS.

             SELECT EXCEPTION-FILE ASSIGN TO "PMDUNX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCEPTION-FILE-STATUS.

             SELECT REPORT-FILE ASSIGN TO "PMDURP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD TASK-FILE.
           01 TASK-MASTER-RECORD.
             COPY taskrec.

           FD SESSION-FILE.
           01 SESSION-MASTER-RECORD.
             COPY sessrec.

           FD HISTORY-FILE.
           01 HISTORY-RECORD.
             COPY histrec.

           FD CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
             COPY ckptrec.

           FD CURRENT-STATUS-FILE.
           01 CURRENT-STATUS-RECORD.
             COPY currec.

           FD STATUS-FILE.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD PROJECT-FILE.
           01 PROJECT-MASTER-RECORD.
             COPY projrec.

           FD UNLOAD-FILE.
           01 UNLOAD-RECORD.
             COPY unlrec.

           FD EXCEPTION-FILE.
           01 EXCEPTION-RECORD PIC X(136).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS        PIC X(02).
           77 TASK-FILE-STATUS       PIC X(02).
           77 SESS-FILE-STATUS       PIC X(02).
           77 HIST-FILE-STATUS       PIC X(02).
           77 CKPT-FILE-STATUS       PIC X(02).
           77 CUR-FILE-STATUS        PIC X(02).
           77 STATUS-FILE-STATUS     PIC X(02).
           77 PROJ-FILE-STATUS       PIC X(02).
           77 UNLOAD-FILE-STATUS     PIC X(02).
           77 EXCEPTION-FILE-STATUS  PIC X(02).
           77 REPORT-FILE-STATUS     PIC X(02).

      * the status of whichever cluster was last touched, copied
      * out of its own status field by the generic paragraphs
           77 CLUSTER-STATUS         PIC X(02).

           77 CLUSTER-EOF-SW  PIC X(01).
             88 END-OF-CLUSTER  VALUE "Y".
           77 UNLOAD-EOF-SW  PIC X(01).
             88 END-OF-UNLOAD  VALUE "Y".
           77 CLUSTER-OPEN-SW  PIC X(01).
             88 CLUSTER-OPEN    VALUE "Y".
           77 CLUSTER-OPENED-SW  PIC X(01).
             88 CLUSTER-NOT-OPENED  VALUE "N".
           77 SECTION-PROVING-SW  PIC X(01).
             88 SECTION-PROVING  VALUE "Y".
           77 SECTION-LOADING-SW  PIC X(01).
             88 SECTION-LOADING  VALUE "Y".
           77 TOTALS-MATCH-SW  PIC X(01).
             88 TOTALS-MATCH    VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the mode, then up to eight cluster DD names
           77 CMD-LINE        PIC X(80).
           77 PARM-LEN-WORK   PIC S9(04) COMP.
           77 PARM-BAD-SW     PIC X(01).
             88 PARM-BAD      VALUE "Y".
           77 MODE-TEXT       PIC X(08).
           77 RUN-MODE-SW     PIC X(01).
             88 UNLOAD-MODE    VALUE "U".
             88 RELOAD-MODE    VALUE "R".
           77 NAMES-GIVEN     PIC 9(01).
           77 NAME-IDX        PIC 9(01).
         01 PARM-NAMES.
           05 PARM-NAME OCCURS 8 TIMES PIC X(08).

      * the clusters the utility knows, by DD name, with the record
      * and key lengths pomosetup defines them at - the key is at
      * offset 0 in every one of them
         01 CLUSTER-VALUES.
           05 FILLER  PIC X(14) VALUE "PMDTASK 067010".
           05 FILLER  PIC X(14) VALUE "PMDSESS 042008".
           05 FILLER  PIC X(14) VALUE "PMDHIST 028016".
           05 FILLER  PIC X(14) VALUE "PMDCKPT 024016".
           05 FILLER  PIC X(14) VALUE "PMDCUR  060008".
           05 FILLER  PIC X(14) VALUE "PMDBST  084018".
           05 FILLER  PIC X(14) VALUE "PMDPROJ 080008".
         01 CLUSTER-TABLE REDEFINES CLUSTER-VALUES.
           05 CLUSTER-ENTRY OCCURS 7 TIMES.
             10 CL-DD-NAME        PIC X(08).
             10 CL-RECORD-LENGTH  PIC 9(03).
             10 CL-KEY-LENGTH     PIC 9(03).
         01 CLUSTER-SWITCHES.
           05 CLUSTER-SWITCH OCCURS 7 TIMES.
             10 CL-SELECTED       PIC X(01).
             10 CL-SEEN           PIC X(01).
             10 CL-PROVED         PIC X(01).
           77 CL-IDX          PIC 9(01).
           77 CL-SCAN         PIC 9(01).
           77 CL-FOUND        PIC 9(01).
           77 FIND-DD-NAME    PIC X(08).

      * one cluster record, left-justified and space-padded, and
      * its hash figures
           77 RECORD-IMAGE    PIC X(91).
           77 PRIOR-KEY       PIC X(18).
           77 SECTION-RECORD-LENGTH  PIC 9(03).
           77 SECTION-KEY-LENGTH     PIC 9(03).
           77 HASH-POS        PIC 9(03).
           77 BYTE-WEIGHT     PIC 9(07).
           77 IMAGE-KEY-HASH     PIC 9(09).
           77 IMAGE-RECORD-HASH  PIC 9(09).
           77 REJECT-REASON   PIC X(16).

      * the proof figures for the cluster in hand: what the header
      * says, what was copied or read, what was loaded and what was
      * rejected
           77 HEADER-COUNT        PIC 9(09).
           77 HEADER-KEY-HASH     PIC 9(15).
           77 HEADER-RECORD-HASH  PIC 9(15).
           77 PASS-COUNT          PIC 9(09).
           77 PASS-KEY-HASH       PIC 9(15).
           77 PASS-RECORD-HASH    PIC 9(15).
           77 LOADED-COUNT        PIC 9(09).
           77 LOADED-KEY-HASH     PIC 9(15).
           77 LOADED-RECORD-HASH  PIC 9(15).
           77 REJECTED-COUNT      PIC 9(09).
           77 REJECTED-KEY-HASH   PIC 9(15).
           77 REJECTED-RECORD-HASH  PIC 9(15).

           77 RUN-DATE            PIC 9(08).
           77 RUN-TIME            PIC 9(08).
           77 CLUSTERS-DONE       PIC 9(03) VALUE ZERO.
           77 RECORDS-READ        PIC 9(09) VALUE ZERO.
           77 RECORDS-WRITTEN     PIC 9(09) VALUE ZERO.
           77 RECORDS-REJECTED    PIC 9(09) VALUE ZERO.
           77 RECORDS-SKIPPED     PIC 9(09) VALUE ZERO.
           77 MISMATCH-COUNT      PIC 9(03) VALUE ZERO.
           77 UNOPENED-COUNT      PIC 9(03) VALUE ZERO.

         01 EXCEPTION-LINE.
           05 EX-CLUSTER         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EX-REASON          PIC X(16).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EX-KEY             PIC X(18).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EX-IMAGE           PIC X(91).

         01 TITLE-LINE.
           05 FILLER            PIC X(36)
                  VALUE "POMODORO CLUSTER UNLOAD/RELOAD  RUN ".
           05 TL-RUN-DATE        PIC 9999/99/99.
           05 FILLER            PIC X(07) VALUE "  MODE ".
           05 TL-MODE            PIC X(08).

         01 SECTION-HEADING.
           05 FILLER            PIC X(08) VALUE "CLUSTER ".
           05 SH-CLUSTER         PIC X(08).
           05 FILLER            PIC X(10) VALUE "  RECORD ".
           05 SH-RECORD-LENGTH   PIC ZZ9.
           05 FILLER            PIC X(12) VALUE " BYTES  KEY ".
           05 SH-KEY-LENGTH      PIC ZZ9.
           05 FILLER            PIC X(06) VALUE " BYTES".

         01 FIGURE-LINE.
           05 FL-CAPTION         PIC X(30).
           05 FILLER            PIC X(09) VALUE "records ".
           05 FL-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(12) VALUE "  key hash ".
           05 FL-KEY-HASH        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER            PIC X(15) VALUE "  record hash ".
           05 FL-RECORD-HASH     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

         01 RESULT-LINE.
           05 FILLER            PIC X(10) VALUE "  RESULT: ".
           05 RL-RESULT          PIC X(60).

         01 TOTALS-LINE.
           05 FILLER            PIC X(17) VALUE "UTILITY TOTALS - ".
           05 FILLER            PIC X(10) VALUE "clusters: ".
           05 TT-CLUSTERS        PIC ZZ9.
           05 FILLER            PIC X(08) VALUE " read: ".
           05 TT-READ            PIC ZZZZZZZZ9.
           05 FILLER            PIC X(11) VALUE " written: ".
           05 TT-WRITTEN         PIC ZZZZZZZZ9.
           05 FILLER            PIC X(12) VALUE " rejected: ".
           05 TT-REJECTED        PIC ZZZZZZZZ9.
           05 FILLER            PIC X(15) VALUE " not matched: ".
           05 TT-MISMATCHED      PIC ZZ9.
           05 FILLER            PIC X(14) VALUE " not opened: ".
           05 TT-UNOPENED        PIC ZZ9.

       LINKAGE SECTION.
      * the EXEC-card PARM text, passed in by the operating system -
      * PARM-LENGTH is the halfword length prefix, PARM-TEXT the data
           01 PARM-INFO.
             05 PARM-LENGTH  PIC S9(04) COMP.
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM parse-utility-parm
         PERFORM check-predecessors
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         ELSE
           PERFORM initialize-utility
           IF UNLOAD-MODE
             PERFORM unload-clusters
           ELSE
             PERFORM reload-clusters
           END-IF
           PERFORM write-utility-totals
           CLOSE REPORT-FILE
           IF MISMATCH-COUNT > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF RECORDS-REJECTED > 0 OR UNOPENED-COUNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
         END-IF
         DISPLAY "pmdunld: " MODE-TEXT " clusters " CLUSTERS-DONE
           " read " RECORDS-READ " written " RECORDS-WRITTEN
           " rejected " RECORDS-REJECTED
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         IF RELOAD-MODE
           MOVE "PMDRELD " TO ERR-PROGRAM
         ELSE
           MOVE "PMDUNLD " TO ERR-PROGRAM
         END-IF
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened. the PARM is parsed
      * first so a reload is gated, and held, under the PMDRELD
      * name its run-control record is filed under
         IF RELOAD-MODE
           MOVE "PMDRELD " TO GATE-PROGRAM
         ELSE
           MOVE "PMDUNLD " TO GATE-PROGRAM
         END-IF
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       parse-utility-parm.
      * PARM is "UNLOAD [dd ...]" or "RELOAD dd [dd ...]" - a name
      * the utility does not know stops the run with RC=8 rather
      * than backing up or rebuilding less than was asked for
         MOVE "N" TO PARM-BAD-SW
         MOVE SPACE TO RUN-MODE-SW
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
         IF PARM-LEN-WORK > 80
           MOVE 80 TO PARM-LEN-WORK
         END-IF
         IF PARM-LEN-WORK > 0
           MOVE PARM-TEXT (1:PARM-LEN-WORK) TO CMD-LINE
         END-IF
         MOVE SPACES TO MODE-TEXT
         MOVE SPACES TO PARM-NAMES
         UNSTRING CMD-LINE DELIMITED BY ALL SPACE
           INTO MODE-TEXT PARM-NAME (1) PARM-NAME (2) PARM-NAME (3)
                PARM-NAME (4) PARM-NAME (5) PARM-NAME (6)
                PARM-NAME (7) PARM-NAME (8)
         END-UNSTRING
         EVALUATE MODE-TEXT
           WHEN "UNLOAD"
             MOVE "U" TO RUN-MODE-SW
           WHEN "RELOAD"
             MOVE "R" TO RUN-MODE-SW
           WHEN OTHER
             DISPLAY "pmdunld: PARM must start UNLOAD or RELOAD: "
               MODE-TEXT
             MOVE "Y" TO PARM-BAD-SW
         END-EVALUATE
         MOVE 1 TO CL-IDX
         PERFORM UNTIL CL-IDX > 7
           MOVE "N" TO CL-SELECTED (CL-IDX)
           MOVE "N" TO CL-SEEN (CL-IDX)
           MOVE "N" TO CL-PROVED (CL-IDX)
           ADD 1 TO CL-IDX
         END-PERFORM
         MOVE 0 TO NAMES-GIVEN
         MOVE 1 TO NAME-IDX
         PERFORM UNTIL NAME-IDX > 8
           IF PARM-NAME (NAME-IDX) NOT = SPACES
             ADD 1 TO NAMES-GIVEN
             PERFORM select-named-cluster
           END-IF
           ADD 1 TO NAME-IDX
         END-PERFORM
         IF NAMES-GIVEN = 0
           IF UNLOAD-MODE
             MOVE 1 TO CL-IDX
             PERFORM UNTIL CL-IDX > 7
               MOVE "Y" TO CL-SELECTED (CL-IDX)
               ADD 1 TO CL-IDX
             END-PERFORM
           END-IF
           IF RELOAD-MODE
             DISPLAY "pmdunld: RELOAD must name the cluster(s) to "
               "reload on the PARM"
             MOVE "Y" TO PARM-BAD-SW
           END-IF
         END-IF.

       select-named-cluster.
         MOVE PARM-NAME (NAME-IDX) TO FIND-DD-NAME
         PERFORM find-cluster-entry
         IF CL-FOUND = 0
           DISPLAY "pmdunld: no such cluster on PARM: "
             PARM-NAME (NAME-IDX)
           MOVE "Y" TO PARM-BAD-SW
         ELSE
           MOVE "Y" TO CL-SELECTED (CL-FOUND)
         END-IF.

       find-cluster-entry.
      * the table entry for the DD name in FIND-DD-NAME, 0 if none
         MOVE 0 TO CL-FOUND
         MOVE 1 TO CL-SCAN
         PERFORM UNTIL CL-SCAN > 7 OR CL-FOUND > 0
           IF CL-DD-NAME (CL-SCAN) = FIND-DD-NAME
             MOVE CL-SCAN TO CL-FOUND
           ELSE
             ADD 1 TO CL-SCAN
           END-IF
         END-PERFORM.

       initialize-utility.
         ACCEPT RUN-DATE FROM DATE YYYYMMDD
         ACCEPT RUN-TIME FROM TIME
         OPEN OUTPUT REPORT-FILE
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDURP  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE RUN-DATE TO TL-RUN-DATE
         MOVE MODE-TEXT TO TL-MODE
         MOVE TITLE-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       unload-clusters.
         OPEN OUTPUT UNLOAD-FILE
         IF UNLOAD-FILE-STATUS NOT = "00"
           MOVE "PMDUNL  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE UNLOAD-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE 1 TO CL-IDX
         PERFORM UNTIL CL-IDX > 7
           IF CL-SELECTED (CL-IDX) = "Y"
             PERFORM unload-one-cluster
           END-IF
           ADD 1 TO CL-IDX
         END-PERFORM
         CLOSE UNLOAD-FILE.

       unload-one-cluster.
      * a cluster that will not open (status 35 - never loaded, or
      * a missing or wrong DD card, which cannot be told apart) is
      * left off the dataset altogether rather than unloaded as an
      * empty section, so a later reload finds no section for it
      * and leaves the real cluster alone; the step ends RC=4 so
      * the backup is looked at
         MOVE CL-RECORD-LENGTH (CL-IDX) TO SECTION-RECORD-LENGTH
         MOVE CL-KEY-LENGTH (CL-IDX) TO SECTION-KEY-LENGTH
         PERFORM clear-pass-totals
         PERFORM open-cluster-input
         IF CLUSTER-NOT-OPENED
           ADD 1 TO UNOPENED-COUNT
           PERFORM print-section-heading
           MOVE "NOT UNLOADED - CLUSTER WOULD NOT OPEN (STATUS 35)"
             TO RL-RESULT
           PERFORM print-result-line
         ELSE
           PERFORM copy-one-cluster
         END-IF.

       copy-one-cluster.
      * pass one counts and hashes the cluster for the header, pass
      * two copies it behind the header and hashes what it copied
         ADD 1 TO CLUSTERS-DONE
         PERFORM start-cluster-browse
         PERFORM read-cluster-next
         PERFORM UNTIL END-OF-CLUSTER
           PERFORM add-image-to-pass
           PERFORM read-cluster-next
         END-PERFORM
         PERFORM close-cluster
         MOVE PASS-COUNT TO HEADER-COUNT
         MOVE PASS-KEY-HASH TO HEADER-KEY-HASH
         MOVE PASS-RECORD-HASH TO HEADER-RECORD-HASH
         PERFORM write-unload-header
         PERFORM clear-pass-totals
         PERFORM open-cluster-input
         IF CLUSTER-NOT-OPENED
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE SPACES TO ERR-KEY
           PERFORM cluster-error
         END-IF
         PERFORM start-cluster-browse
         PERFORM read-cluster-next
         PERFORM UNTIL END-OF-CLUSTER
           PERFORM write-unload-data
           PERFORM add-image-to-pass
           PERFORM read-cluster-next
         END-PERFORM
         PERFORM close-cluster
         ADD PASS-COUNT TO RECORDS-READ
         ADD PASS-COUNT TO RECORDS-WRITTEN
         PERFORM print-section-heading
         MOVE "  counted for the header" TO FL-CAPTION
         PERFORM print-header-figures
         MOVE "  written to PMDUNL" TO FL-CAPTION
         PERFORM print-pass-figures
         PERFORM compare-pass-to-header
         IF TOTALS-MATCH
           MOVE "MATCHED" TO RL-RESULT
         ELSE
           MOVE "CLUSTER CHANGED DURING THE UNLOAD - RERUN IT"
             TO RL-RESULT
           ADD 1 TO MISMATCH-COUNT
         END-IF
         PERFORM print-result-line.

       write-unload-header.
         MOVE SPACES TO UNLOAD-RECORD
         MOVE "H" TO UNL-RECORD-TYPE
         MOVE CL-DD-NAME (CL-IDX) TO UNL-CLUSTER
         MOVE RUN-DATE TO UNLH-DATE
         MOVE RUN-TIME TO UNLH-TIME
         MOVE HEADER-COUNT TO UNLH-RECORD-COUNT
         MOVE HEADER-KEY-HASH TO UNLH-KEY-HASH
         MOVE HEADER-RECORD-HASH TO UNLH-RECORD-HASH
         MOVE SECTION-RECORD-LENGTH TO UNLH-RECORD-LENGTH
         MOVE SECTION-KEY-LENGTH TO UNLH-KEY-LENGTH
         PERFORM write-unload-record.

       write-unload-data.
         MOVE SPACES TO UNLOAD-RECORD
         MOVE "D" TO UNL-RECORD-TYPE
         MOVE CL-DD-NAME (CL-IDX) TO UNL-CLUSTER
         MOVE RECORD-IMAGE TO UNL-IMAGE
         PERFORM write-unload-record.

       write-unload-record.
         WRITE UNLOAD-RECORD
         IF UNLOAD-FILE-STATUS NOT = "00"
           MOVE "PMDUNL  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE UNLOAD-FILE-STATUS TO ERR-STATUS
           MOVE RECORD-IMAGE (1:18) TO ERR-KEY
           PERFORM file-error
         END-IF.

       reload-clusters.
      * two passes over the unload dataset - the first proves every
      * section asked for against its header without touching a
      * cluster, the second empties and loads only the clusters
      * whose sections proved, so a damaged or wrong dataset leaves
      * the live cluster as it was rather than half rebuilt
         OPEN OUTPUT EXCEPTION-FILE
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "PMDUNX  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM prove-reload-sections
      * a cluster asked for whose section never turned up is left
      * as it was - the wrong generation was probably pointed at
         MOVE 1 TO CL-IDX
         PERFORM UNTIL CL-IDX > 7
           IF CL-SELECTED (CL-IDX) = "Y" AND CL-SEEN (CL-IDX) = "N"
             MOVE CL-RECORD-LENGTH (CL-IDX) TO SECTION-RECORD-LENGTH
             MOVE CL-KEY-LENGTH (CL-IDX) TO SECTION-KEY-LENGTH
             PERFORM print-section-heading
             MOVE "NOT ON THE UNLOAD DATASET - NOT RELOADED"
               TO RL-RESULT
             PERFORM print-result-line
             ADD 1 TO MISMATCH-COUNT
           END-IF
           ADD 1 TO CL-IDX
         END-PERFORM
         PERFORM load-proved-sections
         CLOSE EXCEPTION-FILE
         IF RECORDS-SKIPPED > 0
           DISPLAY "pmdunld: " RECORDS-SKIPPED " record(s) of "
             "clusters not being reloaded passed over"
         END-IF.

       open-unload-input.
         OPEN INPUT UNLOAD-FILE
         IF UNLOAD-FILE-STATUS NOT = "00"
           MOVE "PMDUNL  " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE UNLOAD-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         MOVE "N" TO UNLOAD-EOF-SW.

       prove-reload-sections.
      * the proving pass - each section asked for is counted and
      * hashed as the load would read it and compared with its
      * header; only a match marks the cluster to be loaded
         PERFORM open-unload-input
         MOVE "N" TO SECTION-PROVING-SW
         PERFORM read-unload-record
         PERFORM UNTIL END-OF-UNLOAD
           IF UNL-IS-HEADER
             PERFORM end-proving-section
             PERFORM begin-proving-section
           ELSE
             IF SECTION-PROVING
               MOVE UNL-IMAGE TO RECORD-IMAGE
               PERFORM add-image-to-pass
             ELSE
               ADD 1 TO RECORDS-SKIPPED
             END-IF
           END-IF
           PERFORM read-unload-record
         END-PERFORM
         PERFORM end-proving-section
         CLOSE UNLOAD-FILE.

       begin-proving-section.
      * a section unloaded at another record or key length than the
      * cluster is defined at now is refused whole - a layout change
      * is converted, not reloaded; a second section for the same
      * cluster makes the dataset ambiguous, and neither is loaded
         MOVE UNL-CLUSTER TO FIND-DD-NAME
         PERFORM find-cluster-entry
         IF CL-FOUND > 0
           IF CL-SELECTED (CL-FOUND) = "Y"
             MOVE CL-FOUND TO CL-IDX
             MOVE CL-RECORD-LENGTH (CL-IDX) TO SECTION-RECORD-LENGTH
             MOVE CL-KEY-LENGTH (CL-IDX) TO SECTION-KEY-LENGTH
             IF CL-SEEN (CL-IDX) = "Y"
               DISPLAY "pmdunld: second section for " UNL-CLUSTER
                 " on the unload dataset passed over"
               IF CL-PROVED (CL-IDX) = "Y"
                 MOVE "N" TO CL-PROVED (CL-IDX)
                 PERFORM print-section-heading
                 MOVE "TWO SECTIONS ON THE DATASET - NOT RELOADED"
                   TO RL-RESULT
                 PERFORM print-result-line
                 ADD 1 TO MISMATCH-COUNT
               END-IF
             ELSE
               MOVE "Y" TO CL-SEEN (CL-IDX)
               IF UNLH-RECORD-LENGTH = SECTION-RECORD-LENGTH
                   AND UNLH-KEY-LENGTH = SECTION-KEY-LENGTH
                 MOVE UNLH-RECORD-COUNT TO HEADER-COUNT
                 MOVE UNLH-KEY-HASH TO HEADER-KEY-HASH
                 MOVE UNLH-RECORD-HASH TO HEADER-RECORD-HASH
                 PERFORM clear-pass-totals
                 MOVE "Y" TO SECTION-PROVING-SW
               ELSE
                 PERFORM print-section-heading
                 MOVE "UNLOADED AT ANOTHER LENGTH - NOT RELOADED"
                   TO RL-RESULT
                 PERFORM print-result-line
                 ADD 1 TO MISMATCH-COUNT
               END-IF
             END-IF
           END-IF
         END-IF.

       end-proving-section.
      * a section that does not tie to its header is reported here
      * with both sets of figures, and its cluster is not opened
         IF SECTION-PROVING
           MOVE "N" TO SECTION-PROVING-SW
           PERFORM compare-pass-to-header
           IF TOTALS-MATCH
             MOVE "Y" TO CL-PROVED (CL-IDX)
           ELSE
             PERFORM print-section-heading
             MOVE "  unload header" TO FL-CAPTION
             PERFORM print-header-figures
             MOVE "  read from PMDUNL" TO FL-CAPTION
             PERFORM print-pass-figures
             MOVE "NO MATCH TO THE HEADER - CLUSTER LEFT AS IT WAS"
               TO RL-RESULT
             PERFORM print-result-line
             ADD 1 TO MISMATCH-COUNT
           END-IF
         END-IF.

       load-proved-sections.
      * the loading pass - a header for a proved cluster opens it
      * empty, and its section loads until the next header or the
      * end of the dataset closes it; every other section is read
      * past, already reported by the proving pass
         PERFORM open-unload-input
         MOVE "N" TO SECTION-LOADING-SW
         PERFORM read-unload-record
         PERFORM UNTIL END-OF-UNLOAD
           IF UNL-IS-HEADER
             PERFORM end-reload-section
             PERFORM begin-reload-section
           ELSE
             IF SECTION-LOADING
               PERFORM reload-data-record
             END-IF
           END-IF
           PERFORM read-unload-record
         END-PERFORM
         PERFORM end-reload-section
         CLOSE UNLOAD-FILE.

       read-unload-record.
         READ UNLOAD-FILE
           AT END
             MOVE "Y" TO UNLOAD-EOF-SW
         END-READ
         IF UNLOAD-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDUNL  " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE UNLOAD-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       begin-reload-section.
         MOVE UNL-CLUSTER TO FIND-DD-NAME
         PERFORM find-cluster-entry
         IF CL-FOUND > 0
           IF CL-PROVED (CL-FOUND) = "Y"
             MOVE CL-FOUND TO CL-IDX
             MOVE CL-RECORD-LENGTH (CL-IDX) TO SECTION-RECORD-LENGTH
             MOVE CL-KEY-LENGTH (CL-IDX) TO SECTION-KEY-LENGTH
             PERFORM open-reload-section
           END-IF
         END-IF.

       open-reload-section.
         ADD 1 TO CLUSTERS-DONE
         MOVE UNLH-RECORD-COUNT TO HEADER-COUNT
         MOVE UNLH-KEY-HASH TO HEADER-KEY-HASH
         MOVE UNLH-RECORD-HASH TO HEADER-RECORD-HASH
         PERFORM clear-pass-totals
         MOVE 0 TO LOADED-COUNT
         MOVE 0 TO LOADED-KEY-HASH
         MOVE 0 TO LOADED-RECORD-HASH
         MOVE 0 TO REJECTED-COUNT
         MOVE 0 TO REJECTED-KEY-HASH
         MOVE 0 TO REJECTED-RECORD-HASH
         MOVE LOW-VALUES TO PRIOR-KEY
         PERFORM open-cluster-output
         MOVE "Y" TO SECTION-LOADING-SW.

       reload-data-record.
      * keys must climb strictly - the cluster was unloaded in key
      * order, so an equal or lower key means the dataset was
      * edited or damaged, and the record is set aside, not loaded
         MOVE UNL-IMAGE TO RECORD-IMAGE
         PERFORM add-image-to-pass
         ADD 1 TO RECORDS-READ
         MOVE SPACES TO REJECT-REASON
         IF NOT UNL-IS-DATA
           MOVE "BAD RECORD TYPE" TO REJECT-REASON
         ELSE
           IF UNL-CLUSTER NOT = CL-DD-NAME (CL-IDX)
             MOVE "WRONG SECTION" TO REJECT-REASON
           ELSE
             IF RECORD-IMAGE (1:SECTION-KEY-LENGTH) =
                 PRIOR-KEY (1:SECTION-KEY-LENGTH)
               MOVE "DUPLICATE KEY" TO REJECT-REASON
             ELSE
               IF RECORD-IMAGE (1:SECTION-KEY-LENGTH) <
                   PRIOR-KEY (1:SECTION-KEY-LENGTH)
                 MOVE "OUT OF SEQUENCE" TO REJECT-REASON
               ELSE
                 PERFORM write-cluster-record
               END-IF
             END-IF
           END-IF
         END-IF
         IF REJECT-REASON = SPACES
           ADD 1 TO LOADED-COUNT
           ADD IMAGE-KEY-HASH TO LOADED-KEY-HASH
           ADD IMAGE-RECORD-HASH TO LOADED-RECORD-HASH
           ADD 1 TO RECORDS-WRITTEN
           MOVE RECORD-IMAGE (1:SECTION-KEY-LENGTH)
             TO PRIOR-KEY (1:SECTION-KEY-LENGTH)
         ELSE
           PERFORM write-exception-record
         END-IF.

       write-exception-record.
         ADD 1 TO REJECTED-COUNT
         ADD IMAGE-KEY-HASH TO REJECTED-KEY-HASH
         ADD IMAGE-RECORD-HASH TO REJECTED-RECORD-HASH
         ADD 1 TO RECORDS-REJECTED
         MOVE UNL-CLUSTER TO EX-CLUSTER
         MOVE REJECT-REASON TO EX-REASON
         MOVE SPACES TO EX-KEY
         MOVE RECORD-IMAGE (1:SECTION-KEY-LENGTH)
           TO EX-KEY (1:SECTION-KEY-LENGTH)
         MOVE RECORD-IMAGE TO EX-IMAGE
         MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
         WRITE EXCEPTION-RECORD
         IF EXCEPTION-FILE-STATUS NOT = "00"
           MOVE "PMDUNX  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE EXCEPTION-FILE-STATUS TO ERR-STATUS
           MOVE EX-KEY TO ERR-KEY
           PERFORM file-error
         END-IF.

       end-reload-section.
      * what was read must still be what the header says was
      * unloaded, as the proving pass found it; loaded plus rejected
      * is what was read by construction, so both are printed for
      * the operator to tie out by hand
         IF SECTION-LOADING
           PERFORM close-cluster
           MOVE "N" TO SECTION-LOADING-SW
           PERFORM print-section-heading
           MOVE "  unload header" TO FL-CAPTION
           PERFORM print-header-figures
           MOVE "  read from PMDUNL" TO FL-CAPTION
           PERFORM print-pass-figures
           MOVE "  loaded to the cluster" TO FL-CAPTION
           MOVE LOADED-COUNT TO FL-COUNT
           MOVE LOADED-KEY-HASH TO FL-KEY-HASH
           MOVE LOADED-RECORD-HASH TO FL-RECORD-HASH
           PERFORM print-figure-line
           MOVE "  rejected to PMDUNX" TO FL-CAPTION
           MOVE REJECTED-COUNT TO FL-COUNT
           MOVE REJECTED-KEY-HASH TO FL-KEY-HASH
           MOVE REJECTED-RECORD-HASH TO FL-RECORD-HASH
           PERFORM print-figure-line
           PERFORM compare-pass-to-header
           IF TOTALS-MATCH
             IF REJECTED-COUNT = 0
               MOVE "MATCHED" TO RL-RESULT
             ELSE
               MOVE "MATCHED - REJECTED RECORDS NOT LOADED, SEE PMDUNX"
                 TO RL-RESULT
             END-IF
           ELSE
             MOVE "DATASET CHANGED SINCE IT WAS PROVED - RELOAD AGAIN"
               TO RL-RESULT
             ADD 1 TO MISMATCH-COUNT
           END-IF
           PERFORM print-result-line
         END-IF.

       clear-pass-totals.
         MOVE 0 TO PASS-COUNT
         MOVE 0 TO PASS-KEY-HASH
         MOVE 0 TO PASS-RECORD-HASH.

       add-image-to-pass.
         PERFORM hash-record-image
         ADD 1 TO PASS-COUNT
         ADD IMAGE-KEY-HASH TO PASS-KEY-HASH
         ADD IMAGE-RECORD-HASH TO PASS-RECORD-HASH.

       hash-record-image.
      * each byte's collating ordinal times its position, summed -
      * over the key bytes for the key hash, over the whole record
      * for the record hash; a shifted or swapped byte changes it
      * where a plain sum of the bytes would not
         MOVE 0 TO IMAGE-KEY-HASH
         MOVE 0 TO IMAGE-RECORD-HASH
         MOVE 1 TO HASH-POS
         PERFORM UNTIL HASH-POS > SECTION-RECORD-LENGTH
           COMPUTE BYTE-WEIGHT =
             FUNCTION ORD (RECORD-IMAGE (HASH-POS:1)) * HASH-POS
           ADD BYTE-WEIGHT TO IMAGE-RECORD-HASH
           IF HASH-POS NOT > SECTION-KEY-LENGTH
             ADD BYTE-WEIGHT TO IMAGE-KEY-HASH
           END-IF
           ADD 1 TO HASH-POS
         END-PERFORM.

       compare-pass-to-header.
         IF PASS-COUNT = HEADER-COUNT
             AND PASS-KEY-HASH = HEADER-KEY-HASH
             AND PASS-RECORD-HASH = HEADER-RECORD-HASH
           MOVE "Y" TO TOTALS-MATCH-SW
         ELSE
           MOVE "N" TO TOTALS-MATCH-SW
         END-IF.

       open-cluster-input.
      * status 35 is passed back to the caller to decide on, any
      * other failure to open ends the run
         MOVE "N" TO CLUSTER-EOF-SW
         MOVE "N" TO CLUSTER-OPEN-SW
         MOVE "Y" TO CLUSTER-OPENED-SW
         EVALUATE CL-IDX
           WHEN 1
             OPEN INPUT TASK-FILE
             MOVE TASK-FILE-STATUS TO CLUSTER-STATUS
           WHEN 2
             OPEN INPUT SESSION-FILE
             MOVE SESS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 3
             OPEN INPUT HISTORY-FILE
             MOVE HIST-FILE-STATUS TO CLUSTER-STATUS
           WHEN 4
             OPEN INPUT CHECKPOINT-FILE
             MOVE CKPT-FILE-STATUS TO CLUSTER-STATUS
           WHEN 5
             OPEN INPUT CURRENT-STATUS-FILE
             MOVE CUR-FILE-STATUS TO CLUSTER-STATUS
           WHEN 6
             OPEN INPUT STATUS-FILE
             MOVE STATUS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 7
             OPEN INPUT PROJECT-FILE
             MOVE PROJ-FILE-STATUS TO CLUSTER-STATUS
         END-EVALUATE
         IF CLUSTER-STATUS = "35"
           MOVE "Y" TO CLUSTER-EOF-SW
           MOVE "N" TO CLUSTER-OPENED-SW
         ELSE
           IF CLUSTER-STATUS NOT = "00"
             MOVE "OPEN    " TO ERR-OPERATION
             MOVE SPACES TO ERR-KEY
             PERFORM cluster-error
           END-IF
           MOVE "Y" TO CLUSTER-OPEN-SW
         END-IF.

       open-cluster-output.
      * OPEN OUTPUT empties the cluster (it is defined REUSE), so
      * nothing of what was there survives the reload
         MOVE "N" TO CLUSTER-OPEN-SW
         EVALUATE CL-IDX
           WHEN 1
             OPEN OUTPUT TASK-FILE
             MOVE TASK-FILE-STATUS TO CLUSTER-STATUS
           WHEN 2
             OPEN OUTPUT SESSION-FILE
             MOVE SESS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 3
             OPEN OUTPUT HISTORY-FILE
             MOVE HIST-FILE-STATUS TO CLUSTER-STATUS
           WHEN 4
             OPEN OUTPUT CHECKPOINT-FILE
             MOVE CKPT-FILE-STATUS TO CLUSTER-STATUS
           WHEN 5
             OPEN OUTPUT CURRENT-STATUS-FILE
             MOVE CUR-FILE-STATUS TO CLUSTER-STATUS
           WHEN 6
             OPEN OUTPUT STATUS-FILE
             MOVE STATUS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 7
             OPEN OUTPUT PROJECT-FILE
             MOVE PROJ-FILE-STATUS TO CLUSTER-STATUS
         END-EVALUATE
         IF CLUSTER-STATUS NOT = "00"
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE SPACES TO ERR-KEY
           PERFORM cluster-error
         END-IF
         MOVE "Y" TO CLUSTER-OPEN-SW.

       start-cluster-browse.
         IF CLUSTER-OPEN
           EVALUATE CL-IDX
             WHEN 1
               MOVE LOW-VALUES TO TMAST-KEY
               START TASK-FILE KEY NOT < TMAST-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE TASK-FILE-STATUS TO CLUSTER-STATUS
             WHEN 2
               MOVE LOW-VALUES TO SESS-KEY
               START SESSION-FILE KEY NOT < SESS-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE SESS-FILE-STATUS TO CLUSTER-STATUS
             WHEN 3
               MOVE LOW-VALUES TO HIST-KEY
               START HISTORY-FILE KEY NOT < HIST-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE HIST-FILE-STATUS TO CLUSTER-STATUS
             WHEN 4
               MOVE LOW-VALUES TO CKPT-KEY
               START CHECKPOINT-FILE KEY NOT < CKPT-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE CKPT-FILE-STATUS TO CLUSTER-STATUS
             WHEN 5
               MOVE LOW-VALUES TO CUR-KEY
               START CURRENT-STATUS-FILE KEY NOT < CUR-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE CUR-FILE-STATUS TO CLUSTER-STATUS
             WHEN 6
               MOVE LOW-VALUES TO BSTAT-KEY
               START STATUS-FILE KEY NOT < BSTAT-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE STATUS-FILE-STATUS TO CLUSTER-STATUS
             WHEN 7
               MOVE LOW-VALUES TO PROJ-KEY
               START PROJECT-FILE KEY NOT < PROJ-KEY
                 INVALID KEY
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-START
               MOVE PROJ-FILE-STATUS TO CLUSTER-STATUS
           END-EVALUATE
           IF CLUSTER-STATUS NOT = "00" AND NOT = "23"
             MOVE "START   " TO ERR-OPERATION
             MOVE SPACES TO ERR-KEY
             PERFORM cluster-error
           END-IF
         END-IF.

       read-cluster-next.
         IF NOT END-OF-CLUSTER
           EVALUATE CL-IDX
             WHEN 1
               READ TASK-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE TASK-FILE-STATUS TO CLUSTER-STATUS
               MOVE TASK-MASTER-RECORD TO RECORD-IMAGE
             WHEN 2
               READ SESSION-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE SESS-FILE-STATUS TO CLUSTER-STATUS
               MOVE SESSION-MASTER-RECORD TO RECORD-IMAGE
             WHEN 3
               READ HISTORY-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE HIST-FILE-STATUS TO CLUSTER-STATUS
               MOVE HISTORY-RECORD TO RECORD-IMAGE
             WHEN 4
               READ CHECKPOINT-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE CKPT-FILE-STATUS TO CLUSTER-STATUS
               MOVE CHECKPOINT-RECORD TO RECORD-IMAGE
             WHEN 5
               READ CURRENT-STATUS-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE CUR-FILE-STATUS TO CLUSTER-STATUS
               MOVE CURRENT-STATUS-RECORD TO RECORD-IMAGE
             WHEN 6
               READ STATUS-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE STATUS-FILE-STATUS TO CLUSTER-STATUS
               MOVE STATUS-RECORD TO RECORD-IMAGE
             WHEN 7
               READ PROJECT-FILE NEXT
                 AT END
                   MOVE "Y" TO CLUSTER-EOF-SW
               END-READ
               MOVE PROJ-FILE-STATUS TO CLUSTER-STATUS
               MOVE PROJECT-MASTER-RECORD TO RECORD-IMAGE
           END-EVALUATE
           IF CLUSTER-STATUS NOT = "00" AND NOT = "02"
               AND NOT = "10"
             MOVE "READ    " TO ERR-OPERATION
             MOVE SPACES TO ERR-KEY
             PERFORM cluster-error
           END-IF
         END-IF.

       write-cluster-record.
      * the sequence check has already passed the key, so a
      * duplicate here means the cluster was not empty after all -
      * the record is rejected like any other duplicate
         EVALUATE CL-IDX
           WHEN 1
             MOVE RECORD-IMAGE TO TASK-MASTER-RECORD
             WRITE TASK-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE TASK-FILE-STATUS TO CLUSTER-STATUS
           WHEN 2
             MOVE RECORD-IMAGE TO SESSION-MASTER-RECORD
             WRITE SESSION-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE SESS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 3
             MOVE RECORD-IMAGE TO HISTORY-RECORD
             WRITE HISTORY-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE HIST-FILE-STATUS TO CLUSTER-STATUS
           WHEN 4
             MOVE RECORD-IMAGE TO CHECKPOINT-RECORD
             WRITE CHECKPOINT-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE CKPT-FILE-STATUS TO CLUSTER-STATUS
           WHEN 5
             MOVE RECORD-IMAGE TO CURRENT-STATUS-RECORD
             WRITE CURRENT-STATUS-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE CUR-FILE-STATUS TO CLUSTER-STATUS
           WHEN 6
             MOVE RECORD-IMAGE TO STATUS-RECORD
             WRITE STATUS-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE STATUS-FILE-STATUS TO CLUSTER-STATUS
           WHEN 7
             MOVE RECORD-IMAGE TO PROJECT-MASTER-RECORD
             WRITE PROJECT-MASTER-RECORD
               INVALID KEY
                 CONTINUE
             END-WRITE
             MOVE PROJ-FILE-STATUS TO CLUSTER-STATUS
         END-EVALUATE
         IF CLUSTER-STATUS = "22"
           MOVE "DUPLICATE KEY" TO REJECT-REASON
         ELSE
           IF CLUSTER-STATUS NOT = "00"
             MOVE "WRITE   " TO ERR-OPERATION
             MOVE RECORD-IMAGE (1:18) TO ERR-KEY
             PERFORM cluster-error
           END-IF
         END-IF.

       close-cluster.
         IF CLUSTER-OPEN
           EVALUATE CL-IDX
             WHEN 1
               CLOSE TASK-FILE
             WHEN 2
               CLOSE SESSION-FILE
             WHEN 3
               CLOSE HISTORY-FILE
             WHEN 4
               CLOSE CHECKPOINT-FILE
             WHEN 5
               CLOSE CURRENT-STATUS-FILE
             WHEN 6
               CLOSE STATUS-FILE
             WHEN 7
               CLOSE PROJECT-FILE
           END-EVALUATE
           MOVE "N" TO CLUSTER-OPEN-SW
         END-IF.

       cluster-error.
         MOVE CL-DD-NAME (CL-IDX) TO ERR-FILE-NAME
         MOVE CLUSTER-STATUS TO ERR-STATUS
         PERFORM file-error.

       print-section-heading.
         MOVE CL-DD-NAME (CL-IDX) TO SH-CLUSTER
         MOVE SECTION-RECORD-LENGTH TO SH-RECORD-LENGTH
         MOVE SECTION-KEY-LENGTH TO SH-KEY-LENGTH
         MOVE SECTION-HEADING TO REPORT-RECORD
         PERFORM write-report-line.

       print-header-figures.
         MOVE HEADER-COUNT TO FL-COUNT
         MOVE HEADER-KEY-HASH TO FL-KEY-HASH
         MOVE HEADER-RECORD-HASH TO FL-RECORD-HASH
         PERFORM print-figure-line.

       print-pass-figures.
         MOVE PASS-COUNT TO FL-COUNT
         MOVE PASS-KEY-HASH TO FL-KEY-HASH
         MOVE PASS-RECORD-HASH TO FL-RECORD-HASH
         PERFORM print-figure-line.

       print-figure-line.
         MOVE FIGURE-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       print-result-line.
         MOVE RESULT-LINE TO REPORT-RECORD
         PERFORM write-report-line
         MOVE SPACES TO REPORT-RECORD
         PERFORM write-report-line.

       write-utility-totals.
         MOVE CLUSTERS-DONE TO TT-CLUSTERS
         MOVE RECORDS-READ TO TT-READ
         MOVE RECORDS-WRITTEN TO TT-WRITTEN
         MOVE RECORDS-REJECTED TO TT-REJECTED
         MOVE MISMATCH-COUNT TO TT-MISMATCHED
         MOVE UNOPENED-COUNT TO TT-UNOPENED
         MOVE TOTALS-LINE TO REPORT-RECORD
         PERFORM write-report-line.

       write-report-line.
         WRITE REPORT-RECORD
         IF REPORT-FILE-STATUS NOT = "00"
           MOVE "PMDURP  " TO ERR-FILE-NAME
           MOVE "WRITE   " TO ERR-OPERATION
           MOVE REPORT-FILE-STATUS TO ERR-STATUS
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
           DISPLAY "pmdunld: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           IF RELOAD-MODE
             MOVE "PMDRELD " TO RCTL-PROGRAM
           ELSE
             MOVE "PMDUNLD " TO RCTL-PROGRAM
           END-IF
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE RECORDS-WRITTEN TO RCTL-WRITTEN
           MOVE RECORDS-REJECTED TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdunld: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
