      ******************************************************************
      * FD and record layout for the establishment file.  One record
      * per DEPARTMENT-CODE + SALARY-GRADE that Finance funds, giving
      * the number of posts authorised.  Posts filled are never
      * carried here - they are counted off PERSONNEL-FILE (status
      * "A" or "L"; a terminated employee holds no post) whenever
      * they are needed, so the two can never drift apart.  A
      * department/grade with no record here is not under
      * establishment control at all.
      ******************************************************************
       FD ESTABLISHMENT-FILE.
       01 ESTABLISHMENT-RECORD.
           02 EST-KEY.
               03 EST-DEPARTMENT-CODE          PIC X(20).
               03 EST-SALARY-GRADE             PIC X(2).
           02 EST-AUTHORISED-HEADCOUNT         PIC 9(5).
