      ******************************************************************
      * FD and record layout for the establishment override hold file.
      * Each record carries the complete original TRANSACTION-RECORD
      * image of an add or change held because it would take its
      * department/grade past the authorised headcount, the
      * authorised and filled counts as they stood when it was held,
      * and the run date it was held.  OVR-TRANSACTION-IMAGE is a
      * byte-for-byte copy of TRANSACTION-RECORD in TRANFD; its
      * PIC X(178) width has to be kept in step by hand whenever that
      * layout grows.
      ******************************************************************
       FD OVERRIDE-HOLD-FILE.
       01 OVERRIDE-HOLD-RECORD.
           02 OVR-TRANSACTION-IMAGE            PIC X(178).
           02 OVR-AUTHORISED-HEADCOUNT         PIC 9(5).
           02 OVR-FILLED-HEADCOUNT             PIC 9(5).
           02 OVR-QUEUED-DATE                  PIC 9(8).
