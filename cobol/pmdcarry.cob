         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: the day to carry from - empty means today
           77 CMD-LINE        PIC X(80).
           77 DATE-TEXT       PIC X(08).
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM initialize-carry
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
         MOVE "PMDCARRY" TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-carry.
         MOVE SPACES TO CMD-LINE
         MOVE PARM-LENGTH TO PARM-LEN-WORK
