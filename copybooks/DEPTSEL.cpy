      ******************************************************************
      * FILE-CONTROL entry for DEPARTMENT-MASTER.
      * The parent-code alternate key lets the hierarchy edits and
      * reports find a department's children with one START instead
      * of a pass of the whole master.
      ******************************************************************
           SELECT DEPARTMENT-MASTER ASSIGN TO DEPTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEPT-MASTER-CODE
               ALTERNATE RECORD KEY IS DEPT-MASTER-PARENT-CODE
                   WITH DUPLICATES
               FILE STATUS IS WS-DEPARTMENT-STATUS.
