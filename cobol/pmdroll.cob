         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * archived FOCUS minutes per task, totaled off the archive
      * generation and rolled into the master in one pass each
           77 ATSK-COUNT  PIC 9(03).
           77 TASKS-DROPPED   PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM tally-archive-records
         PERFORM roll-minutes-to-master
         DISPLAY "pmdroll: " RECORDS-READ " archive record(s) read, "
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDROLL " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       tally-archive-records.
         MOVE 0 TO ATSK-COUNT
         MOVE "N" TO EOF-SW
