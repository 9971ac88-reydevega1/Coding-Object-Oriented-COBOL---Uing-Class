      * FD and record layout for DEPARTMENT-MASTER - the list of valid
      * department codes that EMPLOYEE-RECORD's DEPARTMENT-CODE is
      * edited against.
      * DEPT-MASTER-PARENT-CODE places the department in the
      * organisation tree (division, directorate ...); spaces mean a
      * top-level department.  DEPARTMENT-MAINT keeps the tree free of
      * loops and never lets an active department sit under an
      * inactive parent.  DEPT-MASTER-COST-CENTRE is the finance
      * cost-centre code the department is charged to.
      ******************************************************************
       FD DEPARTMENT-MASTER.
       01 DEPARTMENT-RECORD.
           02 DEPT-MASTER-ACTIVE-FLAG          PIC X(1).
               88 DEPT-MASTER-IS-ACTIVE        VALUE "Y".
               88 DEPT-MASTER-IS-INACTIVE      VALUE "N".
           02 DEPT-MASTER-PARENT-CODE          PIC X(20).
               88 DEPT-MASTER-IS-TOP-LEVEL     VALUE SPACES.
           02 DEPT-MASTER-COST-CENTRE          PIC X(10).
