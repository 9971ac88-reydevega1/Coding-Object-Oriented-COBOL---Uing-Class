      * the transaction resubmitted through REJECT-RECYCLE instead of
      * being re-keyed from the source paper.  REJ-TRANSACTION-IMAGE
      * is a byte-for-byte copy of TRANSACTION-RECORD in TRANFD; its
      * PIC X(178) width has to be kept in step by hand whenever that
      * layout grows.  REJ-REJECT-DATE is the run date the reject was
      * written, which is what the recycle run's aging report works
      * from.
      ******************************************************************
       FD REJECT-FILE.
       01 REJECT-RECORD.
           02 REJ-TRANSACTION-IMAGE            PIC X(178).
           02 REJ-REASON                       PIC X(40).
           02 REJ-REJECT-DATE                  PIC 9(8).
