      * one card per focus block the timer never saw - keyed in by a
      * supervisor for time worked at a customer site, a forgotten
      * start, or a session that died before its log record was
      * written: the session and task charged, the day it was
      * worked, the wall-clock start and end (HHMM), the focus
      * minutes inside that span, and why it is being entered by
      * hand; the manual-entry edit (pmdmanl) validates it before
      * anything reaches the log
           05 MAN-SESSION-ID    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-TASK-CODE     PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-WORK-DATE     PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-START-TIME.
             10 MAN-START-HH    PIC 9(02).
             10 MAN-START-MM    PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-END-TIME.
             10 MAN-END-HH      PIC 9(02).
             10 MAN-END-MM      PIC 9(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-MINUTES       PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MAN-REASON        PIC X(30).
