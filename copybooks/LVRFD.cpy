      ******************************************************************
      * FD and record layout for the leavers archive file.  The key
      * fields are carried in front of the image for the indexed
      * keys; LVR-EMPLOYEE-IMAGE is the final EMPLOYEE-RECORD exactly
      * as it stood on PERSONNEL-FILE when it was purged, broken out
      * by the LVR-IMG- fields for anyone who needs to read it.  Its
      * PIC X(107) width is EMPLOYEE-RECORD in PERSFD and has to be
      * kept in step by hand whenever that layout grows, the same as
      * PBK-EMPLOYEE-IMAGE.  LVR-TERMINATION-DATE is the date the
      * employee's last move to status "T" was journalled.
      ******************************************************************
       FD LEAVERS-FILE.
       01 LEAVER-RECORD.
           02 LVR-STAFF-ID-NUMBER              PIC 9(6).
           02 LVR-SURNAME                      PIC X(20).
           02 LVR-TERMINATION-DATE             PIC 9(8).
           02 LVR-PURGE-DATE                   PIC 9(8).
           02 LVR-EMPLOYEE-IMAGE               PIC X(107).
           02 LVR-EMPLOYEE-FIELDS REDEFINES LVR-EMPLOYEE-IMAGE.
               03 LVR-IMG-STAFF-ID-NUMBER      PIC 9(6).
               03 LVR-IMG-FIRST-NAME           PIC X(20).
               03 LVR-IMG-SURNAME              PIC X(20).
               03 LVR-IMG-DEPARTMENT-CODE      PIC X(20).
               03 LVR-IMG-HIRE-DATE            PIC 9(8).
               03 LVR-IMG-EMPLOYMENT-STATUS    PIC X(1).
               03 LVR-IMG-JOB-TITLE            PIC X(30).
               03 LVR-IMG-SALARY-GRADE         PIC X(2).
