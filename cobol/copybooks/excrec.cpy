      * one record per live-session exception the monitor (pmdmon)
      * raises - appended, one per session, exception type and the
      * stuck event, so a session stays flagged once and not once
      * per monitor pass: the date and time it was seen, the session
      * and its team off the session master, the exception, the
      * PMDCUR event it was judged on (blank and zero for a session
      * with no event today), the task in hand, and how many minutes
      * the event had stood against the limit it broke
           05 EXC-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-TIME          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-SESSION-ID    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-TEAM          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-TYPE          PIC X(11).
             88 EXC-STUCK-FOCUS  VALUE "STUCK-FOCUS".
             88 EXC-STUCK-PAUSE  VALUE "STUCK-PAUSE".
             88 EXC-NO-SHOW      VALUE "NO-SHOW    ".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-EVENT         PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-EVENT-DATE    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-EVENT-TIME    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-TASK-CODE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-AGE-MINUTES   PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 EXC-LIMIT-MINUTES PIC 9(05).
