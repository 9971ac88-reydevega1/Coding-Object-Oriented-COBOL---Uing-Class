      ******************************************************************
      * FILE-CONTROL entry for the leavers archive file.  One record
      * per terminated employee purged off PERSONNEL-FILE, keyed by
      * the STAFF-ID-NUMBER they had there, with the surname as a
      * duplicates-allowed alternate key so a reference request that
      * only has a name can still be answered.  Written only by
      * LEAVER-PURGE; read by LEAVER-LOOKUP.
      ******************************************************************
           SELECT LEAVERS-FILE ASSIGN TO LVRMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVR-STAFF-ID-NUMBER
               ALTERNATE RECORD KEY IS LVR-SURNAME WITH DUPLICATES
               FILE STATUS IS WS-LEAVERS-STATUS.
