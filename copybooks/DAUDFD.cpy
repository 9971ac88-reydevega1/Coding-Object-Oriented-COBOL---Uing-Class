      * before and after values of the name and active flag, in the
      * same shape as the PERSONNEL-FILE journal.  DAUD-OPERATOR-ID
      * and DAUD-ENTRY-TIMESTAMP come off the transaction (who keyed
      * it, when); DAUD-TIMESTAMP is when it was applied.  Parent
      * department and cost centre are journalled the same way, before
      * and after, for the hierarchy ("H") transaction and the rest.
      ******************************************************************
       FD DEPT-AUDIT-FILE.
       01 DEPT-AUDIT-RECORD.
               88 DAUD-TRAN-IS-RENAME          VALUE "R".
               88 DAUD-TRAN-IS-ACTIVATE        VALUE "E".
               88 DAUD-TRAN-IS-DEACTIVATE      VALUE "X".
               88 DAUD-TRAN-IS-HIERARCHY       VALUE "H".
           02 DAUD-OLD-DEPT-NAME               PIC X(30).
           02 DAUD-OLD-ACTIVE-FLAG             PIC X(1).
           02 DAUD-NEW-DEPT-NAME               PIC X(30).
           02 DAUD-NEW-ACTIVE-FLAG             PIC X(1).
           02 DAUD-OLD-PARENT-CODE             PIC X(20).
           02 DAUD-OLD-COST-CENTRE             PIC X(10).
           02 DAUD-NEW-PARENT-CODE             PIC X(20).
           02 DAUD-NEW-COST-CENTRE             PIC X(10).
