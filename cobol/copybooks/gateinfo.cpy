      * parameter block for the common predecessor gate pmdgate -
      * the caller names itself and the gate answers C(lear) or
      * H(eld); a held step gets the predecessor that held it and
      * that predecessor's return code today (NR when it has not
      * run today at all), for its diagnostic to pmderr
           05 GATE-PROGRAM      PIC X(08).
           05 GATE-RESULT       PIC X(01).
             88 GATE-CLEAR       VALUE "C".
             88 GATE-HELD        VALUE "H".
           05 GATE-PREDECESSOR  PIC X(08).
           05 GATE-PRED-RC      PIC X(02).
