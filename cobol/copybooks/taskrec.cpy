      * TMAST-ARCHIVED-MINUTES holds the FOCUS minutes the log
      * archive job has cut out of the live PMDLOG for this task -
      * the budget checks add it to the live-log burn, so archiving
      * old days never understates how much of a budget is gone.
      * TMAST-PROJECT-CODE groups the ticket under a project on the
      * PMDPROJ project master (blank - not yet assigned to one)
           05 TMAST-KEY.
             10 TMAST-CODE            PIC X(10).
           05 TMAST-DESCRIPTION       PIC X(30).
             88 TMAST-CLOSED           VALUE "C".
           05 TMAST-BUDGET-HOURS      PIC 9(05).
           05 TMAST-ARCHIVED-MINUTES  PIC 9(07).
           05 TMAST-PROJECT-CODE      PIC X(08).
