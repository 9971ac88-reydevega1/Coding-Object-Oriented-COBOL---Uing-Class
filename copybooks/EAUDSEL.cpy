      ******************************************************************
      * FILE-CONTROL entry for the establishment audit journal.
      * Sequential, append-only, same pattern as the grade journal.
      ******************************************************************
           SELECT ESTAB-AUDIT-FILE ASSIGN TO ESTAUD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ESTAB-AUDIT-STATUS.
