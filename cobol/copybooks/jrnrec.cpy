      * one record per change the maintenance screens (pmdmnt) make
      * to a master or card file - appended, never rewritten, so the
      * file is the audit trail of who changed what and when: the
      * date and time of the change, the operator id keyed at sign
      * on, the DD name of the file changed, the record key, the
      * action (ADD, CHANGE, DEACT or WRITE), and the record as it
      * stood before and after - the before image is blank on an
      * add, and an image longer than the columns kept is cut off
      * at the right (no record maintained today is that long)
           05 JRN-DATE        PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-TIME        PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-OPERATOR    PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-FILE-NAME   PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-KEY         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-ACTION      PIC X(08).
             88 JRN-IS-ADD     VALUE "ADD     ".
             88 JRN-IS-CHANGE  VALUE "CHANGE  ".
             88 JRN-IS-DEACT   VALUE "DEACT   ".
             88 JRN-IS-WRITE   VALUE "WRITE   ".
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-BEFORE      PIC X(80).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 JRN-AFTER       PIC X(80).
