      ******************************************************************
      * FD and record layout for the establishment audit journal - one
      * record per applied add/change/remove, with the authorised
      * headcount before and after, in the same shape as the grade
      * journal.  EAUD-OPERATOR-ID and EAUD-ENTRY-TIMESTAMP come off
      * the transaction (who keyed it, when); EAUD-TIMESTAMP is when
      * it was applied.
      ******************************************************************
       FD ESTAB-AUDIT-FILE.
       01 ESTAB-AUDIT-RECORD.
           02 EAUD-DEPARTMENT-CODE             PIC X(20).
           02 EAUD-SALARY-GRADE                PIC X(2).
           02 EAUD-TIMESTAMP                   PIC X(21).
           02 EAUD-OPERATOR-ID                 PIC X(8).
           02 EAUD-ENTRY-TIMESTAMP             PIC X(21).
           02 EAUD-TRANSACTION-TYPE            PIC X(1).
               88 EAUD-TRAN-IS-ADD             VALUE "A".
               88 EAUD-TRAN-IS-CHANGE          VALUE "C".
               88 EAUD-TRAN-IS-REMOVE          VALUE "X".
           02 EAUD-OLD-HEADCOUNT               PIC 9(5).
           02 EAUD-NEW-HEADCOUNT               PIC 9(5).
