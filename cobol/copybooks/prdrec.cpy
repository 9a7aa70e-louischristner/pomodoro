      * one card per billing-period event on the PMDPER period-control
      * file - appended by the month-end close (pmdclose) when every
      * detail billed for the month is A(ccepted), with the count
      * and totals that were locked; an O card appended by hand
      * reopens a period.  the last card for a period decides - a
      * period with no card at all is open.  the posting programs
      * refuse (or suspend) time dated in a closed period, and
      * pmdbill sends any later change to one as adjustments
           05 PER-PERIOD        PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PER-STATUS        PIC X(01).
             88 PER-CLOSED       VALUE "C".
             88 PER-OPEN         VALUE "O".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PER-CLOSE-DATE    PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PER-DETAIL-COUNT  PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PER-HOURS         PIC 9(07)V9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PER-AMOUNT        PIC 9(09)V99.
