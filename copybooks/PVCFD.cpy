      ******************************************************************
      * FD and record layout for the provisioning feed control file.
      * The single record, key "LASTSENT", holds the sequence number
      * of the last feed file built and the AUD-TIMESTAMP of the last
      * journal record the nightly feed sent - the next night sends
      * everything after it, so a night the stream ran past midnight
      * or a night the feed did not run loses nothing.  A resend takes
      * the next sequence number but leaves the high-water mark alone.
      ******************************************************************
       FD PROVISIONING-CONTROL-FILE.
       01 PROVISIONING-CONTROL-RECORD.
           02 PVC-KEY                          PIC X(8).
           02 PVC-LAST-SEQUENCE                PIC 9(8).
           02 PVC-LAST-SENT-TIMESTAMP          PIC X(21).
           02 PVC-LAST-RUN-DATE                PIC 9(8).
           02 PVC-LAST-FILE-MODE               PIC X(1).
