       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdconv.

      * one-time layout conversion for the widened keyed clusters -
      * the CONVERT step of the pmdconv job, between the step that
      * copies every live cluster out to a sequential image and the
      * one that deletes, redefines (REUSE) and reloads them:
      *   - PMDTASK grew from 59 to 67 bytes (TMAST-PROJECT-CODE),
      *     PMDBST from 46 to 84 (the posted figures, acceptance
      *     date and journal fields) and PMDCUR from 49 to 60 (the
      *     session's profile); a plain REPRO of the old images
      *     into the new clusters would leave every record short
      *   - each old image is read at its old length and written at
      *     the new one: the old bytes where they were, the new
      *     numeric fields zero and TMAST-PROJECT-CODE blank - the
      *     same values a record the programs create today starts
      *     with, so nothing reads the converted masters any
      *     differently from a freshly written one. the one
      *     exception is a billing-status record already
      *     A(ccepted): its posted figures are what it sent, as
      *     pmdack sets them on acceptance - left zero, the month-end
      *     close would lock nothing for it and pmdbill would re-bill
      *     the whole detail as an adjustment
      *   - a record that does not look like the old layout (a
      *     numeric field that is not numeric, a status byte the
      *     layout does not allow) is listed on SYSOUT and ends the
      *     step RC=8, so the JCL never deletes the live clusters on
      *     the strength of an image that was pointed at the wrong
      *     dataset or has already been converted
      *   - no cluster is opened here at all; the clusters whose
      *     layout did not change are reloaded by the JCL from their
      *     own images untouched
      * RC=8 for any record refused, and the file failure classes
      * from the common pmderr handler on an I/O error

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT OLD-TASK-FILE ASSIGN TO "PMDOTSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-TASK-FILE-STATUS.

             SELECT NEW-TASK-FILE ASSIGN TO "PMDNTSK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-TASK-FILE-STATUS.

             SELECT OLD-STATUS-FILE ASSIGN TO "PMDOBST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-STATUS-FILE-STATUS.

             SELECT NEW-STATUS-FILE ASSIGN TO "PMDNBST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STATUS-FILE-STATUS.

             SELECT OLD-CURRENT-FILE ASSIGN TO "PMDOCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-CURRENT-FILE-STATUS.

             SELECT NEW-CURRENT-FILE ASSIGN TO "PMDNCUR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-CURRENT-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
      * the old images are taken whole - their fields sit at the
      * same offsets in the new layouts, which only grew at the end
           FD OLD-TASK-FILE.
           01 OLD-TASK-RECORD PIC X(59).

           FD NEW-TASK-FILE.
           01 TASK-MASTER-RECORD.
             COPY taskrec.

           FD OLD-STATUS-FILE.
           01 OLD-STATUS-RECORD PIC X(46).

           FD NEW-STATUS-FILE.
           01 STATUS-RECORD.
             COPY bstatrec.

           FD OLD-CURRENT-FILE.
           01 OLD-CURRENT-RECORD PIC X(49).

           FD NEW-CURRENT-FILE.
           01 CURRENT-STATUS-RECORD.
             COPY currec.

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 RUN-FILE-STATUS          PIC X(02).
           77 OLD-TASK-FILE-STATUS     PIC X(02).
           77 NEW-TASK-FILE-STATUS     PIC X(02).
           77 OLD-STATUS-FILE-STATUS   PIC X(02).
           77 NEW-STATUS-FILE-STATUS   PIC X(02).
           77 OLD-CURRENT-FILE-STATUS  PIC X(02).
           77 NEW-CURRENT-FILE-STATUS  PIC X(02).

           77 EOF-SW  PIC X(01).
             88 END-OF-IMAGE  VALUE "Y".
           77 IMAGE-OK-SW  PIC X(01).
             88 IMAGE-OK     VALUE "Y".

      * filled in at a failing file operation and handed to the
      * common pmderr handler by file-error
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * per cluster: old images read, new images written, and old
      * images refused as not of the old layout
           77 TASK-READ       PIC 9(08) VALUE ZERO.
           77 TASK-WRITTEN    PIC 9(08) VALUE ZERO.
           77 TASK-REFUSED    PIC 9(08) VALUE ZERO.
           77 STATUS-READ     PIC 9(08) VALUE ZERO.
           77 STATUS-WRITTEN  PIC 9(08) VALUE ZERO.
           77 STATUS-REFUSED  PIC 9(08) VALUE ZERO.
           77 CURRENT-READ    PIC 9(08) VALUE ZERO.
           77 CURRENT-WRITTEN PIC 9(08) VALUE ZERO.
           77 CURRENT-REFUSED PIC 9(08) VALUE ZERO.
           77 RECORDS-READ     PIC 9(08) VALUE ZERO.
           77 RECORDS-WRITTEN  PIC 9(08) VALUE ZERO.
           77 RECORDS-REFUSED  PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM convert-task-images
         PERFORM convert-status-images
         PERFORM convert-current-images
         DISPLAY "pmdconv: PMDTASK read " TASK-READ
           " written " TASK-WRITTEN " refused " TASK-REFUSED
         DISPLAY "pmdconv: PMDBST  read " STATUS-READ
           " written " STATUS-WRITTEN " refused " STATUS-REFUSED
         DISPLAY "pmdconv: PMDCUR  read " CURRENT-READ
           " written " CURRENT-WRITTEN " refused " CURRENT-REFUSED
         COMPUTE RECORDS-READ = TASK-READ + STATUS-READ + CURRENT-READ
         COMPUTE RECORDS-WRITTEN =
           TASK-WRITTEN + STATUS-WRITTEN + CURRENT-WRITTEN
         COMPUTE RECORDS-REFUSED =
           TASK-REFUSED + STATUS-REFUSED + CURRENT-REFUSED
         IF RECORDS-REFUSED > 0
           DISPLAY "pmdconv: old image(s) refused - the clusters must "
             "not be redefined from this run"
           MOVE 8 TO RETURN-CODE
         END-IF
         PERFORM write-run-record
         STOP RUN.

       file-error.
      * funnel for every unexpected FILE STATUS - pmderr logs the
      * diagnostic to PMDERRL and sets the return code by failure
      * class, and the run ends
         MOVE "PMDCONV " TO ERR-PROGRAM
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDCONV " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       convert-task-images.
      * 59 bytes in, 67 out - the new TMAST-PROJECT-CODE is blank,
      * not yet grouped under a project, as pmdmnt adds a code
         MOVE "N" TO EOF-SW
         OPEN INPUT OLD-TASK-FILE
         IF OLD-TASK-FILE-STATUS NOT = "00"
           MOVE "PMDOTSK " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE OLD-TASK-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN OUTPUT NEW-TASK-FILE
         IF NEW-TASK-FILE-STATUS NOT = "00"
           MOVE "PMDNTSK " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE NEW-TASK-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-old-task
         PERFORM UNTIL END-OF-IMAGE
           ADD 1 TO TASK-READ
           MOVE SPACES TO TASK-MASTER-RECORD
           MOVE OLD-TASK-RECORD TO TASK-MASTER-RECORD (1:59)
           MOVE SPACES TO TMAST-PROJECT-CODE
           MOVE "Y" TO IMAGE-OK-SW
           IF TMAST-BUDGET-HOURS IS NOT NUMERIC
               OR TMAST-ARCHIVED-MINUTES IS NOT NUMERIC
               OR NOT (TMAST-ACTIVE OR TMAST-CLOSED)
             MOVE "N" TO IMAGE-OK-SW
           END-IF
           IF IMAGE-OK
             WRITE TASK-MASTER-RECORD
             IF NEW-TASK-FILE-STATUS NOT = "00"
               MOVE "PMDNTSK " TO ERR-FILE-NAME
               MOVE "WRITE   " TO ERR-OPERATION
               MOVE NEW-TASK-FILE-STATUS TO ERR-STATUS
               MOVE TMAST-KEY TO ERR-KEY
               PERFORM file-error
             END-IF
             ADD 1 TO TASK-WRITTEN
           ELSE
             ADD 1 TO TASK-REFUSED
             DISPLAY "pmdconv: PMDTASK image not of the old layout: "
               TMAST-KEY
           END-IF
           PERFORM read-old-task
         END-PERFORM
         CLOSE OLD-TASK-FILE
         CLOSE NEW-TASK-FILE.

       read-old-task.
         READ OLD-TASK-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
      * a hard I/O error is not AT END - left unchecked the
      * conversion would spin on the same failing READ forever
         IF OLD-TASK-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDOTSK " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE OLD-TASK-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       convert-status-images.
      * 46 bytes in, 84 out - nothing journaled, and no acceptance
      * date (zero - accepted before the general-ledger journal, and
      * keyed to the ledger by hand); an accepted detail's posted
      * figures are what was sent, anything else has nothing posted
      * yet until pmdack sees it accepted
         MOVE "N" TO EOF-SW
         OPEN INPUT OLD-STATUS-FILE
         IF OLD-STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDOBST " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE OLD-STATUS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN OUTPUT NEW-STATUS-FILE
         IF NEW-STATUS-FILE-STATUS NOT = "00"
           MOVE "PMDNBST " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE NEW-STATUS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-old-status
         PERFORM UNTIL END-OF-IMAGE
           ADD 1 TO STATUS-READ
           MOVE SPACES TO STATUS-RECORD
           MOVE OLD-STATUS-RECORD TO STATUS-RECORD (1:46)
           MOVE 0 TO BSTAT-POSTED-HOURS
           MOVE 0 TO BSTAT-POSTED-AMOUNT
           MOVE 0 TO BSTAT-ACCEPT-DATE
           MOVE 0 TO BSTAT-JOURNAL-PERIOD
           MOVE 0 TO BSTAT-JOURNAL-AMOUNT
           MOVE "Y" TO IMAGE-OK-SW
           IF BSTAT-DATE IS NOT NUMERIC
               OR BSTAT-EXTRACT-DATE IS NOT NUMERIC
               OR BSTAT-HOURS IS NOT NUMERIC
               OR BSTAT-AMOUNT IS NOT NUMERIC
               OR NOT (BSTAT-SENT OR BSTAT-ACCEPTED OR BSTAT-REJECTED)
             MOVE "N" TO IMAGE-OK-SW
           END-IF
           IF IMAGE-OK AND BSTAT-ACCEPTED
             MOVE BSTAT-HOURS TO BSTAT-POSTED-HOURS
             MOVE BSTAT-AMOUNT TO BSTAT-POSTED-AMOUNT
           END-IF
           IF IMAGE-OK
             WRITE STATUS-RECORD
             IF NEW-STATUS-FILE-STATUS NOT = "00"
               MOVE "PMDNBST " TO ERR-FILE-NAME
               MOVE "WRITE   " TO ERR-OPERATION
               MOVE NEW-STATUS-FILE-STATUS TO ERR-STATUS
               MOVE BSTAT-KEY TO ERR-KEY
               PERFORM file-error
             END-IF
             ADD 1 TO STATUS-WRITTEN
           ELSE
             ADD 1 TO STATUS-REFUSED
             DISPLAY "pmdconv: PMDBST image not of the old layout: "
               BSTAT-KEY
           END-IF
           PERFORM read-old-status
         END-PERFORM
         CLOSE OLD-STATUS-FILE
         CLOSE NEW-STATUS-FILE.

       read-old-status.
         READ OLD-STATUS-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
         IF OLD-STATUS-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDOBST " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE OLD-STATUS-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF.

       convert-current-images.
      * 49 bytes in, 60 out - zero profile figures, which pmdmon
      * judges by the site card until the session's next event
      * rewrites the record with its own
         MOVE "N" TO EOF-SW
         OPEN INPUT OLD-CURRENT-FILE
         IF OLD-CURRENT-FILE-STATUS NOT = "00"
           MOVE "PMDOCUR " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE OLD-CURRENT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         OPEN OUTPUT NEW-CURRENT-FILE
         IF NEW-CURRENT-FILE-STATUS NOT = "00"
           MOVE "PMDNCUR " TO ERR-FILE-NAME
           MOVE "OPEN    " TO ERR-OPERATION
           MOVE NEW-CURRENT-FILE-STATUS TO ERR-STATUS
           MOVE SPACES TO ERR-KEY
           PERFORM file-error
         END-IF
         PERFORM read-old-current
         PERFORM UNTIL END-OF-IMAGE
           ADD 1 TO CURRENT-READ
           MOVE SPACES TO CURRENT-STATUS-RECORD
           MOVE OLD-CURRENT-RECORD TO CURRENT-STATUS-RECORD (1:49)
           MOVE 0 TO CUR-FOCUS-MINUTES
           MOVE 0 TO CUR-SHORT-PAUSE-MINUTES
           MOVE 0 TO CUR-LONG-PAUSE-MINUTES
           MOVE 0 TO CUR-CYCLE-MOD
           MOVE "Y" TO IMAGE-OK-SW
           IF CUR-DATE IS NOT NUMERIC
               OR CUR-TIME IS NOT NUMERIC
               OR CUR-CYCLES-TODAY IS NOT NUMERIC
             MOVE "N" TO IMAGE-OK-SW
           END-IF
           IF IMAGE-OK
             WRITE CURRENT-STATUS-RECORD
             IF NEW-CURRENT-FILE-STATUS NOT = "00"
               MOVE "PMDNCUR " TO ERR-FILE-NAME
               MOVE "WRITE   " TO ERR-OPERATION
               MOVE NEW-CURRENT-FILE-STATUS TO ERR-STATUS
               MOVE CUR-KEY TO ERR-KEY
               PERFORM file-error
             END-IF
             ADD 1 TO CURRENT-WRITTEN
           ELSE
             ADD 1 TO CURRENT-REFUSED
             DISPLAY "pmdconv: PMDCUR image not of the old layout: "
               CUR-KEY
           END-IF
           PERFORM read-old-current
         END-PERFORM
         CLOSE OLD-CURRENT-FILE
         CLOSE NEW-CURRENT-FILE.

       read-old-current.
         READ OLD-CURRENT-FILE
           AT END
             MOVE "Y" TO EOF-SW
         END-READ
         IF OLD-CURRENT-FILE-STATUS NOT = "00" AND NOT = "10"
           MOVE "PMDOCUR " TO ERR-FILE-NAME
           MOVE "READ    " TO ERR-OPERATION
           MOVE OLD-CURRENT-FILE-STATUS TO ERR-STATUS
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
           DISPLAY "pmdconv: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PMDCONV " TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE RECORDS-READ TO RCTL-READ
           MOVE RECORDS-WRITTEN TO RCTL-WRITTEN
           MOVE RECORDS-REFUSED TO RCTL-REJECTED
           MOVE RETURN-CODE TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdconv: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
