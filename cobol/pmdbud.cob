         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * the warning threshold the timer's prompt shares - a task
      * prints once this much of its budget is burned
           77 BUDGET-WARN-PERCENT  PIC 9(02) VALUE 80.
           05 TT-OVER            PIC ZZZZ9.

       PROCEDURE DIVISION.
         PERFORM check-predecessors
         PERFORM initialize-budget-report
         SORT SORT-WORK
           ON ASCENDING KEY SORT-TASK-CODE
         CALL "pmderr" USING ERR-INFO
         STOP RUN.

       check-predecessors.
      * a job named against this one on the PMDDEP deck must have
      * ended today within its return-code limit - if not, the
      * step is held: pmdgate files the RC=20 run record, the
      * diagnostic names the predecessor, and the run ends before
      * a single file of its own is opened
         MOVE "PMDBUD  " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-budget-report.
         MOVE 0 TO TASKS-EXAMINED
         MOVE 0 TO EXCEPTION-COUNT
