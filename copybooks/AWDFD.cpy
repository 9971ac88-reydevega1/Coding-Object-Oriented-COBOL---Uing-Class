      ******************************************************************
      * FD and record layout for the long-service awards interface
      * file - one "D" detail per employee reaching a 5, 10, 15, 20
      * or 25 year milestone in the review month, bracketed by an
      * "H" header carrying the review month and a "T" trailer
      * carrying the record count and a hash total over
      * STAFF-ID-NUMBER, the same bracketing the payroll bureau file
      * uses.  AWD-ON-LEAVE-FLAG is "Y" when the employee is on leave
      * (status "L") so the awards team can hold the presentation.
      ******************************************************************
       FD AWARDS-INTERFACE-FILE.
       01 AWARDS-INTERFACE-RECORD.
           02 AWD-RECORD-TYPE                  PIC X(1).
               88 AWD-IS-HEADER                VALUE "H".
               88 AWD-IS-DETAIL                VALUE "D".
               88 AWD-IS-TRAILER               VALUE "T".
           02 AWD-DETAIL-DATA.
               03 AWD-STAFF-ID-NUMBER          PIC 9(6).
               03 AWD-SURNAME                  PIC X(20).
               03 AWD-FIRST-NAME               PIC X(20).
               03 AWD-DEPARTMENT-CODE          PIC X(20).
               03 AWD-DEPARTMENT-NAME          PIC X(30).
               03 AWD-JOB-TITLE                PIC X(30).
               03 AWD-HIRE-DATE                PIC 9(8).
               03 AWD-SERVICE-YEARS            PIC 9(2).
               03 AWD-ANNIVERSARY-DATE         PIC 9(8).
               03 AWD-ON-LEAVE-FLAG            PIC X(1).
           02 AWD-HEADER-DATA REDEFINES AWD-DETAIL-DATA.
               03 AWD-REVIEW-MONTH             PIC 9(6).
               03 AWD-EXTRACT-DATE             PIC 9(8).
               03 FILLER                       PIC X(131).
           02 AWD-TRAILER-DATA REDEFINES AWD-DETAIL-DATA.
               03 AWD-RECORD-COUNT             PIC 9(9).
               03 AWD-HASH-TOTAL               PIC 9(12).
               03 FILLER                       PIC X(124).
