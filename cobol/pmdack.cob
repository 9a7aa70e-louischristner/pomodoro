      *   - an acknowledgment with no matching sent detail prints
      *     UNMATCHED - corporate answering something this system
      *     never sent is worth a phone call, not a shrug
      * an accepted detail also records the hours and amount sent
      * as the figures corporate has posted, which is what any
      * later closed-period adjustment is measured against, and the
      * day it was accepted, which is the day the monthly general-
      * ledger journal (pmdglj) takes it into the ledger by
      * details the return file never mentions simply stay S(ent)
      * and are re-selected by the next extract, so a lost batch
      * heals itself; RC=4 when anything was rejected or unmatched,
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

           77 ACKS-READ        PIC 9(07).
           77 ACCEPTED-COUNT   PIC 9(07).
           77 REJECTED-COUNT   PIC 9(07).
           77 UNMATCHED-COUNT  PIC 9(07).
           77 BAD-DISP-COUNT   PIC 9(07).
           77 ACK-RUN-DATE     PIC 9(08).

         01 REJECT-LINE.
           05 FILLER            PIC X(09) VALUE "REJECTED ".
           05 AT-BAD             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM initialize-ack-run
         PERFORM process-ack-file
         PERFORM write-ack-totals
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDACK  " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-ack-run.
         MOVE 0 TO ACKS-READ
         MOVE 0 TO ACCEPTED-COUNT
         MOVE 0 TO REJECTED-COUNT
         MOVE 0 TO UNMATCHED-COUNT
         MOVE 0 TO BAD-DISP-COUNT
         ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD
         MOVE "N" TO ACK-EOF-SW
         OPEN INPUT ACK-FILE
         IF ACK-FILE-STATUS NOT = "00"
           ADD 1 TO ACCEPTED-COUNT
           MOVE "A" TO BSTAT-STATUS
           MOVE SPACES TO BSTAT-ERROR-CODE
      * what was sent is now what corporate holds - an accepted
      * adjustment pair moves the posted figures to the re-billed
      * ones, a rejected one leaves them where they were
           MOVE BSTAT-HOURS TO BSTAT-POSTED-HOURS
           MOVE BSTAT-AMOUNT TO BSTAT-POSTED-AMOUNT
           MOVE ACK-RUN-DATE TO BSTAT-ACCEPT-DATE
         ELSE
           ADD 1 TO REJECTED-COUNT
           MOVE "R" TO BSTAT-STATUS
