      ******************************************************************
      * FD and record layout for the establishment override release
      * register.  Each record names one held transaction Finance
      * approved - by the operator id, entry timestamp, staff id and
      * transaction code it was keyed with - together with the id of
      * whoever approved it and the date it was released.  A TRANIN
      * card flagged TRAN-ESTAB-OVERRIDE is only taken past the
      * establishment edit when a record here matches it and its
      * TRAN-AUTHORISING-ID, so the flag cannot be keyed by hand.
      ******************************************************************
       FD OVERRIDE-RELEASE-FILE.
       01 OVERRIDE-RELEASE-RECORD.
           02 ORL-OPERATOR-ID                  PIC X(8).
           02 ORL-ENTRY-TIMESTAMP              PIC X(21).
           02 ORL-STAFF-ID-NUMBER              PIC 9(6).
           02 ORL-TRAN-CODE                    PIC X(1).
           02 ORL-AUTHORISING-ID               PIC X(8).
           02 ORL-RELEASE-DATE                 PIC 9(8).
