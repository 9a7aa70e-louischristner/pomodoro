      *     job's line; every PMDERRL error-log entry dated since
      *     the prior working day is echoed at the bottom, so a
      *     Saturday failure still makes Monday's page
      *   - a step the common pmdgate check held back behind a
      *     predecessor (RC=20 on its run record) is flagged HELD BY
      *     with the predecessor named off its PMDERRL diagnostic
      *     and the return code that predecessor had ended with (NR
      *     when it never ran), so the operator reruns the right job
      *   - RC=4 when anything on the page needs a look, so even
      *     the status report itself can be wired to the scheduler

             10 JT-P-READ      PIC 9(08).
             10 JT-P-WRITTEN   PIC 9(08).
             10 JT-P-REJECTED  PIC 9(08).
             10 JT-HELD-BY     PIC X(08).
             10 JT-HELD-RC     PIC X(02).

           77 JOB-NAME-WORK   PIC X(08).
           77 RUNS-READ       PIC 9(08).
           05 EL-OPERATION       PIC X(08).
           05 FILLER            PIC X(09) VALUE " status: ".
           05 EL-STATUS          PIC X(02).
           05 FILLER            PIC X(06) VALUE " key: ".
           05 EL-KEY             PIC X(20).

         01 HELD-FLAG.
           05 FILLER            PIC X(11) VALUE "** HELD BY ".
           05 HF-PREDECESSOR     PIC X(08).
           05 FILLER            PIC X(04) VALUE " RC ".
           05 HF-RC              PIC X(02).
           05 FILLER            PIC X(03) VALUE " **".

         01 TOTALS-LINE.
           05 FILLER            PIC X(17) VALUE "MORNING STATUS - ".
       PROCEDURE DIVISION.
         PERFORM initialize-morning
         PERFORM scan-run-control
         PERFORM scan-held-diagnostics
         PERFORM report-job-status
         PERFORM report-error-log
         PERFORM write-morning-totals
             MOVE "N" TO JT-EXPECTED-SW (JOB-IDX)
             MOVE "N" TO JT-SEEN-SW (JOB-IDX)
             MOVE "N" TO JT-PRIOR-SW (JOB-IDX)
             MOVE SPACES TO JT-HELD-BY (JOB-IDX)
             MOVE SPACES TO JT-HELD-RC (JOB-IDX)
           ELSE
             DISPLAY "pmdmorn: job table full, entry dropped: "
               JOB-NAME-WORK
           MOVE RCTL-RC TO JT-L-RC (JOB-IDX)
         END-IF.

       scan-held-diagnostics.
      * a held step's run record carries only RC=20 - the HELD
      * diagnostic pmderr logged for it names the predecessor (in
      * the key) and that predecessor's return code (in the
      * status); the last one per job since the prior working day
      * is kept for the job line
         MOVE "N" TO ERRL-EOF-SW
         OPEN INPUT ERROR-LOG-FILE
         IF ERROR-LOG-FILE-STATUS NOT = "00"
           MOVE "Y" TO ERRL-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-ERRORS
           READ ERROR-LOG-FILE
             AT END
               MOVE "Y" TO ERRL-EOF-SW
             NOT AT END
               IF ERRL-DATE NOT < PRIOR-WORK-DATE
                   AND ERRL-OPERATION = "HELD    "
                 MOVE ERRL-PROGRAM TO JOB-NAME-WORK
                 PERFORM add-job-entry
                 IF JOB-IDX > 0
                   MOVE ERRL-KEY TO JT-HELD-BY (JOB-IDX)
                   MOVE ERRL-STATUS TO JT-HELD-RC (JOB-IDX)
                 END-IF
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the scan
      * would spin on the same failing READ forever
           IF ERROR-LOG-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO ERRL-EOF-SW
           END-IF
         END-PERFORM
         IF ERROR-LOG-FILE-STATUS = "00" OR = "10"
           CLOSE ERROR-LOG-FILE
         END-IF.

       write-morning-line.
         WRITE MORNING-REPORT-RECORD
         IF MORNING-REPORT-FILE-STATUS NOT = "00"
           MOVE "Y" TO JOB-FLAGGED-SW
           MOVE "** DID NOT RUN **" TO JL-FLAG
         ELSE
           IF JT-L-RC (JOB-IDX) = 20
             MOVE "Y" TO JOB-FLAGGED-SW
             IF JT-HELD-BY (JOB-IDX) = SPACES
               MOVE "** HELD - SEE ERROR LOG **" TO JL-FLAG
             ELSE
               MOVE JT-HELD-BY (JOB-IDX) TO HF-PREDECESSOR
               MOVE JT-HELD-RC (JOB-IDX) TO HF-RC
               MOVE HELD-FLAG TO JL-FLAG
             END-IF
           ELSE
             IF JT-L-RC (JOB-IDX) > 0
               MOVE "Y" TO JOB-FLAGGED-SW
               MOVE "** NONZERO RC **" TO JL-FLAG
             ELSE
               IF JT-L-REJECTED (JOB-IDX) > 0
                 MOVE "Y" TO JOB-FLAGGED-SW
                 MOVE "** REJECTS **" TO JL-FLAG
               END-IF
             END-IF
           END-IF
         END-IF
         MOVE ERRL-FILE-NAME TO EL-FILE-NAME
         MOVE ERRL-OPERATION TO EL-OPERATION
         MOVE ERRL-STATUS TO EL-STATUS
         MOVE ERRL-KEY TO EL-KEY
         MOVE ERROR-ECHO-LINE TO MORNING-REPORT-RECORD
         PERFORM write-morning-line.

