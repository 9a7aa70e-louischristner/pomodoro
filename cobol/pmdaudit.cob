         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * reason code decided during validation, moved onto the reject
      * record once the whole record area is blanked for the write
           77 REJECT-REASON-WORK  PIC X(03).
           05 TL-MISMATCHES      PIC ZZZZ9.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM initialize-audit
         SORT SORT-WORK
           ON ASCENDING KEY SORT-SESSION-ID
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDAUDIT" TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-audit.
         MOVE 0 TO RECORDS-READ
         MOVE 0 TO RECORDS-REJECTED
