      ******************************************************************
      * FILE-CONTROL entry for the establishment file - authorised
      * headcount by department and salary grade.  Maintained by
      * ESTAB-MAINT; read by PERSONNEL-MAINT's vacancy edit,
      * DEPT-REASSIGN-GEN and ESTAB-VACANCY-RPT.
      ******************************************************************
           SELECT ESTABLISHMENT-FILE ASSIGN TO ESTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-KEY
               FILE STATUS IS WS-ESTABLISHMENT-STATUS.
