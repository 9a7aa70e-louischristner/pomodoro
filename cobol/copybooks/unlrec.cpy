      * one record on the PMDUNL unload dataset pmdunld writes and
      * reloads from - every cluster unloaded is a section of its
      * own: an H(eader) naming the cluster (by its DD name) with the
      * record count, the key and whole-record hash totals and the
      * record/key lengths it was unloaded at, then one D(ata) record
      * per cluster record in key order, the image left-justified
      * and padded with spaces. the hash totals are the sum, over
      * every record, of each byte's collating ordinal times its
      * position - over the key bytes for the key hash, over the
      * whole record for the record hash - so a lost, doubled,
      * altered or reordered record shows without a byte compare
           05 UNL-RECORD-TYPE       PIC X(01).
             88 UNL-IS-HEADER        VALUE "H".
             88 UNL-IS-DATA          VALUE "D".
           05 UNL-CLUSTER           PIC X(08).
           05 UNL-BODY              PIC X(91).
           05 UNL-HEADER REDEFINES UNL-BODY.
             10 UNLH-DATE           PIC 9(08).
             10 UNLH-TIME           PIC 9(08).
             10 UNLH-RECORD-COUNT   PIC 9(09).
             10 UNLH-KEY-HASH       PIC 9(15).
             10 UNLH-RECORD-HASH    PIC 9(15).
             10 UNLH-RECORD-LENGTH  PIC 9(03).
             10 UNLH-KEY-LENGTH     PIC 9(03).
             10 FILLER              PIC X(30).
           05 UNL-IMAGE REDEFINES UNL-BODY PIC X(91).
