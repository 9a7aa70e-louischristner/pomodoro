      * an INTERRUPT record is written alongside its FOCUS record when
      * the operator marks an interruption mid-block - it carries the
      * one-character reason code and the interrupted minutes, with
      * the same completed-cycle count as the block it cut into;
      * a FOCUS record posted by the manual-entry edit rather than
      * clocked by the timer carries M in the reason-code column
           05 LOG-SESSION-ID        PIC X(08).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-CYCLE-TYPE        PIC X(11).
           05 LOG-DURATION-MINUTES  PIC 9(05).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 LOG-REASON-CODE       PIC X(01).
             88 LOG-IS-MANUAL        VALUE "M".
