         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the cutoff date - required, since an empty
      * PARM defaulting to anything would purge by surprise
           77 CMD-LINE        PIC X(80).
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM initialize-archive
         IF PARM-BAD
           MOVE 8 TO RETURN-CODE
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDARCH " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-archive.
         PERFORM parse-cutoff-date
         MOVE 0 TO RECORDS-IN
