      * future when it arrived, plus the run date it was diverted, so
      * the release run can tell how long each one has been queued.
      * PEND-TRANSACTION-IMAGE is a byte-for-byte copy of
      * TRANSACTION-RECORD in TRANFD; its PIC X(178) width has to be
      * kept in step by hand whenever that layout grows.
      ******************************************************************
       FD PENDING-FILE.
       01 PENDING-RECORD.
           02 PEND-TRANSACTION-IMAGE           PIC X(178).
           02 PEND-QUEUED-DATE                 PIC 9(8).
