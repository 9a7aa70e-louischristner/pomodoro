      * parameter block for the common file-error handler pmderr -
      * the caller fills it in at the failing operation and the
      * handler logs it to PMDERRL and sets the step return code by
      * failure class (16 open, 12 write/rewrite/close, 8 read,
      * 20 held behind a predecessor by the pmdgate check)
           05 ERR-PROGRAM     PIC X(08).
           05 ERR-FILE-NAME   PIC X(08).
           05 ERR-OPERATION   PIC X(08).
