      * one card per job dependency on the PMDDEP deck - the batch
      * program held, a predecessor that must have ended today
      * before it may start, and the highest return code that
      * predecessor may have ended with; a program with several
      * predecessors carries a card for each, and a program with no
      * card at all is never held.  read at step start by the
      * common gate check (pmdgate) against PMDRUN
           05 DEP-PROGRAM       PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DEP-PREDECESSOR   PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 DEP-MAX-RC        PIC 9(02).
