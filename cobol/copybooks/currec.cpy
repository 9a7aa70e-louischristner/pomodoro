      * current by the timer alongside the append-only PMDEVT event
      * stream, so the wallboard (and anything else that wants live
      * status) reads a handful of keyed records instead of
      * replaying the whole history every repaint. the session's
      * own focus, short- and long-pause minutes and the cycles
      * between long pauses ride on it too, as the timer read them
      * off the session's profile member, so the live monitor
      * (pmdmon) judges each session by its own rhythm; zero - a
      * record written before they were carried
           05 CUR-KEY.
             10 CUR-SESSION-ID  PIC X(08).
           05 CUR-DATE          PIC 9(08).
           05 CUR-EVENT         PIC X(11).
           05 CUR-TASK-CODE     PIC X(10).
           05 CUR-CYCLES-TODAY  PIC 9(04).
           05 CUR-FOCUS-MINUTES        PIC 9(03).
           05 CUR-SHORT-PAUSE-MINUTES  PIC 9(03).
           05 CUR-LONG-PAUSE-MINUTES   PIC 9(03).
           05 CUR-CYCLE-MOD            PIC 9(02).
