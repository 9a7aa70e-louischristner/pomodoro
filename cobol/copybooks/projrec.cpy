      * one record per project on the PMDPROJ project master - keyed
      * on the 8-character project code the task master's
      * TMAST-PROJECT-CODE points at, carrying the description, the
      * portfolio (programme) the project rolls up under, the owner
      * management asks about, a status flag so a finished project
      * stays on file for its history, the budgeted hours for the
      * project as a whole (zero means nobody set one and nothing is
      * projected), and the target end date the portfolio report
      * measures the current weekly burn against
           05 PROJ-KEY.
             10 PROJ-CODE            PIC X(08).
           05 PROJ-DESCRIPTION       PIC X(30).
           05 PROJ-PORTFOLIO         PIC X(08).
           05 PROJ-OWNER             PIC X(20).
           05 PROJ-STATUS            PIC X(01).
             88 PROJ-ACTIVE           VALUE "A".
             88 PROJ-CLOSED           VALUE "C".
           05 PROJ-BUDGET-HOURS      PIC 9(05).
           05 PROJ-TARGET-END-DATE   PIC 9(08).
