      *   16 - a file would not open
      *   12 - a write, rewrite or close failed (output lost)
      *    8 - a read or start failed (input unreadable)
      *   20 - HELD: the step never started, because a predecessor
      *        on the PMDDEP dependency deck (see pmdgate) had not
      *        ended today within its return-code limit - the file
      *        is PMDRUN, the status that predecessor's return code
      *        (NR when it never ran) and the key its program name
      * the caller decides whether to stop; the timer does, since a
      * timer that cannot write its audit trail must not keep
      * counting. an unwritable error log never masks the original
             MOVE 16 TO RETURN-CODE
           WHEN "READ    " WHEN "START   "
             MOVE 8 TO RETURN-CODE
           WHEN "HELD    "
             MOVE 20 TO RETURN-CODE
           WHEN OTHER
             MOVE 12 TO RETURN-CODE
         END-EVALUATE.
