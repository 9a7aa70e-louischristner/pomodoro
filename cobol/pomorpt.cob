      *     reads the report by team instead of a flat list of
      *     eight-character ids; a session missing from the master
      *     rolls up under the UNKNOWN team with a blank name
      *   - the run now starts through the common pmdgate
      *     predecessor check, so it is held (RC=20) rather than
      *     reporting behind a nightly audit the PMDDEP deck says
      *     it must follow

       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         01 ERR-INFO.
           COPY errinfo.

      * answered at step start by the common predecessor gate
      * pmdgate off the PMDDEP dependency deck
         01 GATE-INFO.
           COPY gateinfo.

      * EXEC-card PARM: optional "from-date to-date" pair (YYYYMMDD),
      * either may be blank for an open end - records are selected on
      * LOG-END-DATE, the date the rest of the report keys on
             05 PARM-TEXT    PIC X(80).

       PROCEDURE DIVISION USING PARM-INFO.
         PERFORM check-predecessors
         PERFORM initialize-report
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
         MOVE "POMORPT " TO GATE-PROGRAM
         CALL "pmdgate" USING GATE-INFO
         IF GATE-HELD
           MOVE "PMDRUN  " TO ERR-FILE-NAME
           MOVE "HELD    " TO ERR-OPERATION
           MOVE GATE-PRED-RC TO ERR-STATUS
           MOVE GATE-PREDECESSOR TO ERR-KEY
           PERFORM file-error
         END-IF.

       initialize-report.
         PERFORM parse-date-range
         MOVE "N" TO GROUP-HELD-SW
