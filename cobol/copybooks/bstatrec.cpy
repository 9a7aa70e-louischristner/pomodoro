      * S(ent) until corporate's posting results arrive, then
      * A(ccepted) or R(ejected) with their error code; anything
      * still S or R when the next extract runs is re-selected
      * instead of silently falling on the floor.
      * BSTAT-HOURS/AMOUNT are what was last sent for the key;
      * BSTAT-POSTED-HOURS/AMOUNT are what corporate has actually
      * posted (set when a detail is A(ccepted), and locked for the
      * month by the period close) - once a period is closed, any
      * difference between the log and the posted figures goes out
      * as a pair of adjustment details, not a re-sent detail.
      * BSTAT-ACCEPT-DATE is the day pmdack last saw the detail
      * accepted (zero - accepted before the general-ledger journal
      * was built, and keyed to the ledger by hand); the GL journal
      * (pmdglj) carries BSTAT-JOURNAL-AMOUNT of the posted amount to
      * the ledger in period BSTAT-JOURNAL-PERIOD, so a detail is
      * never journaled twice and a re-accepted adjustment journals
      * only its difference
           05 BSTAT-KEY.
             10 BSTAT-TASK-CODE   PIC X(10).
             10 BSTAT-DATE        PIC 9(08).
           05 BSTAT-HOURS         PIC 9(05)V9.
           05 BSTAT-AMOUNT        PIC 9(07)V99.
           05 BSTAT-ERROR-CODE    PIC X(04).
           05 BSTAT-POSTED-HOURS  PIC 9(05)V9.
           05 BSTAT-POSTED-AMOUNT PIC 9(07)V99.
           05 BSTAT-ACCEPT-DATE    PIC 9(08).
           05 BSTAT-JOURNAL-PERIOD PIC 9(06).
           05 BSTAT-JOURNAL-AMOUNT PIC 9(07)V99.
