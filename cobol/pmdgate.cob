       IDENTIFICATION DIVISION.
         PROGRAM-ID. pmdgate.

      * common predecessor gate for the pomodoro batch suite -
      * called first thing by every batch program with a gateinfo
      * block naming the caller. the PMDDEP deck lists, per
      * program, the jobs that must have ended today before it may
      * start and the highest return code each may have ended with
      * (so pmdbill never extracts behind a pmdaudit that rejected
      * or died, and pmdarch never cuts the log behind a pmdack
      * that never ran). the gate reads today's PMDRUN run-control
      * records - the last one per predecessor decides, so a rerun
      * that came up clean releases the hold:
      *   - every predecessor there and within its limit, or no
      *     card for the caller at all - C(lear), and the caller
      *     carries on
      *   - a predecessor with no record today, or one that ended
      *     over its limit - H(eld), with the first such predecessor
      *     and its return code (NR when it never ran) handed back.
      *     the gate appends the held step's own run-control record
      *     at RC=20 so the morning status report shows the hold and
      *     a successor of the held step is held in turn; the caller
      *     logs the diagnostic through pmderr and stops before
      *     opening any of its own outputs
      * a missing PMDDEP deck gates nothing - the step runs as it
      * always did, with a warning on SYSOUT

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT DEPENDENCY-FILE ASSIGN TO "PMDDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPENDENCY-FILE-STATUS.

             SELECT RUN-CONTROL-FILE ASSIGN TO "PMDRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
           FD DEPENDENCY-FILE.
           01 DEPENDENCY-RECORD.
             COPY deprec.

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-RECORD.
             COPY runrec.

         WORKING-STORAGE SECTION.
           77 DEPENDENCY-FILE-STATUS  PIC X(02).
           77 RUN-FILE-STATUS         PIC X(02).

           77 DEP-EOF-SW  PIC X(01).
             88 END-OF-DEPENDENCIES  VALUE "Y".
           77 RUN-EOF-SW  PIC X(01).
             88 END-OF-RUNS  VALUE "Y".

           77 TODAY-DATE  PIC 9(08).
           77 PRED-RC-EDIT  PIC 9(02).

      * the caller's predecessors off the deck, each marked with
      * the return code of its last run today as PMDRUN is read
           77 DEPT-COUNT  PIC 9(02).
           77 DEPT-IDX    PIC 9(02).
         01 DEPENDENCY-TABLE.
           05 DEPT-ENTRY OCCURS 20 TIMES.
             10 DEPT-PREDECESSOR  PIC X(08).
             10 DEPT-MAX-RC       PIC 9(02).
             10 DEPT-SEEN-SW      PIC X(01).
             10 DEPT-RC           PIC 9(02).

       LINKAGE SECTION.
           01 GATE-INFO.
             COPY gateinfo.

       PROCEDURE DIVISION USING GATE-INFO.
         MOVE "C" TO GATE-RESULT
         MOVE SPACES TO GATE-PREDECESSOR
         MOVE SPACES TO GATE-PRED-RC
         ACCEPT TODAY-DATE FROM DATE YYYYMMDD
         PERFORM load-dependencies
         IF DEPT-COUNT > 0
           PERFORM scan-todays-runs
           PERFORM judge-dependencies
         END-IF
         IF GATE-HELD
           DISPLAY "pmdgate: " GATE-PROGRAM " held - predecessor "
             GATE-PREDECESSOR " rc " GATE-PRED-RC
           PERFORM write-held-run-record
         END-IF
         GOBACK.

       load-dependencies.
         MOVE 0 TO DEPT-COUNT
         MOVE "N" TO DEP-EOF-SW
         OPEN INPUT DEPENDENCY-FILE
         IF DEPENDENCY-FILE-STATUS NOT = "00"
           DISPLAY "pmdgate: no dependency deck, status "
             DEPENDENCY-FILE-STATUS " - " GATE-PROGRAM
             " runs ungated"
           MOVE "Y" TO DEP-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-DEPENDENCIES
           READ DEPENDENCY-FILE
             AT END
               MOVE "Y" TO DEP-EOF-SW
             NOT AT END
               IF DEP-PROGRAM = GATE-PROGRAM
                   AND DEP-PREDECESSOR NOT = SPACES
                 PERFORM store-dependency-card
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the load
      * would spin on the same failing READ forever
           IF DEPENDENCY-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO DEP-EOF-SW
           END-IF
         END-PERFORM
         IF DEPENDENCY-FILE-STATUS = "00" OR = "10"
           CLOSE DEPENDENCY-FILE
         END-IF.

       store-dependency-card.
         IF DEP-MAX-RC NOT NUMERIC
           DISPLAY "pmdgate: bad return-code limit, card skipped: "
             DEP-PROGRAM " " DEP-PREDECESSOR
         ELSE
           IF DEPT-COUNT < 20
             ADD 1 TO DEPT-COUNT
             MOVE DEP-PREDECESSOR TO DEPT-PREDECESSOR (DEPT-COUNT)
             MOVE DEP-MAX-RC TO DEPT-MAX-RC (DEPT-COUNT)
             MOVE "N" TO DEPT-SEEN-SW (DEPT-COUNT)
             MOVE 0 TO DEPT-RC (DEPT-COUNT)
           ELSE
             DISPLAY "pmdgate: dependency table full, card "
               "skipped: " DEP-PROGRAM " " DEP-PREDECESSOR
           END-IF
         END-IF.

       scan-todays-runs.
      * oldest first - a later record for the same predecessor
      * overwrites an earlier one, so the last run today decides.
      * an unreadable run-control file leaves every predecessor
      * unseen, and the step is held
         MOVE "N" TO RUN-EOF-SW
         OPEN INPUT RUN-CONTROL-FILE
         IF RUN-FILE-STATUS NOT = "00"
           DISPLAY "pmdgate: run-control file unavailable, status "
             RUN-FILE-STATUS
           MOVE "Y" TO RUN-EOF-SW
         END-IF
         PERFORM UNTIL END-OF-RUNS
           READ RUN-CONTROL-FILE
             AT END
               MOVE "Y" TO RUN-EOF-SW
             NOT AT END
               IF RCTL-DATE = TODAY-DATE
                 PERFORM note-predecessor-run
               END-IF
           END-READ
      * a hard I/O error is not AT END - without this the scan
      * would spin on the same failing READ forever
           IF RUN-FILE-STATUS NOT = "00" AND NOT = "10"
             MOVE "Y" TO RUN-EOF-SW
           END-IF
         END-PERFORM
         IF RUN-FILE-STATUS = "00" OR = "10"
           CLOSE RUN-CONTROL-FILE
         END-IF.

       note-predecessor-run.
         MOVE 1 TO DEPT-IDX
         PERFORM UNTIL DEPT-IDX > DEPT-COUNT
           IF DEPT-PREDECESSOR (DEPT-IDX) = RCTL-PROGRAM
             MOVE "Y" TO DEPT-SEEN-SW (DEPT-IDX)
             MOVE RCTL-RC TO DEPT-RC (DEPT-IDX)
           END-IF
           ADD 1 TO DEPT-IDX
         END-PERFORM.

       judge-dependencies.
      * the first predecessor in deck order that fails holds the
      * step - that is the one the diagnostic names
         MOVE 1 TO DEPT-IDX
         PERFORM UNTIL DEPT-IDX > DEPT-COUNT OR GATE-HELD
           IF DEPT-SEEN-SW (DEPT-IDX) NOT = "Y"
             MOVE "H" TO GATE-RESULT
             MOVE DEPT-PREDECESSOR (DEPT-IDX) TO GATE-PREDECESSOR
             MOVE "NR" TO GATE-PRED-RC
           ELSE
             IF DEPT-RC (DEPT-IDX) > DEPT-MAX-RC (DEPT-IDX)
               MOVE "H" TO GATE-RESULT
               MOVE DEPT-PREDECESSOR (DEPT-IDX) TO GATE-PREDECESSOR
               MOVE DEPT-RC (DEPT-IDX) TO PRED-RC-EDIT
               MOVE PRED-RC-EDIT TO GATE-PRED-RC
             END-IF
           END-IF
           ADD 1 TO DEPT-IDX
         END-PERFORM.

       write-held-run-record.
      * the held step's own run-control record - nothing read,
      * nothing written, RC=20 - filed here because the caller
      * stops through its file-error funnel and never reaches its
      * own run-record paragraph
         OPEN EXTEND RUN-CONTROL-FILE
         IF RUN-FILE-STATUS NOT = "00"
           OPEN OUTPUT RUN-CONTROL-FILE
         END-IF
         IF RUN-FILE-STATUS NOT = "00"
           DISPLAY "pmdgate: run-control file unwritable, status "
             RUN-FILE-STATUS
         ELSE
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE GATE-PROGRAM TO RCTL-PROGRAM
           ACCEPT RCTL-DATE FROM DATE YYYYMMDD
           ACCEPT RCTL-TIME FROM TIME
           MOVE 0 TO RCTL-READ
           MOVE 0 TO RCTL-WRITTEN
           MOVE 0 TO RCTL-REJECTED
           MOVE 20 TO RCTL-RC
           WRITE RUN-CONTROL-RECORD
           IF RUN-FILE-STATUS NOT = "00"
             DISPLAY "pmdgate: run-control write failed, status "
               RUN-FILE-STATUS
           END-IF
           CLOSE RUN-CONTROL-FILE
         END-IF.
