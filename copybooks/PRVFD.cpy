      ******************************************************************
      * FD and record layout for the IT access-provisioning feed - an
      * "H" header carrying the file's run sequence number, one "D"
      * detail per starter, mover, leaver or leave start/return, and
      * a "T" trailer carrying the record count and a hash total over
      * STAFF-ID-NUMBER, bracketed the same way as the payroll bureau
      * file.  The sequence number goes up by one for every file
      * built, resends included, so IT can see at once when a file
      * has not arrived.  PRV-FILE-MODE "R" marks a resend, rebuilt
      * from the journal for PRV-COVERS-DATE.
      * Every detail carries the department and job title before and
      * after the change, whatever the event:
      *   PRV-EVENT-TYPE "S" starter (an add, or a reinstatement of a
      *                      terminated employee)
      *                  "M" moved department and/or job title
      *                  "T" terminated (or deleted while not already
      *                      terminated)
      *                  "L" leave started
      *                  "R" returned from leave
      ******************************************************************
       FD PROVISIONING-FEED-FILE.
       01 PROVISIONING-FEED-RECORD.
           02 PRV-RECORD-TYPE                  PIC X(1).
               88 PRV-IS-HEADER                VALUE "H".
               88 PRV-IS-DETAIL                VALUE "D".
               88 PRV-IS-TRAILER               VALUE "T".
           02 PRV-DETAIL-DATA.
               03 PRV-EVENT-TYPE               PIC X(1).
                   88 PRV-EVENT-IS-STARTER     VALUE "S".
                   88 PRV-EVENT-IS-MOVER       VALUE "M".
                   88 PRV-EVENT-IS-LEAVER      VALUE "T".
                   88 PRV-EVENT-IS-LEAVE-START VALUE "L".
                   88 PRV-EVENT-IS-LEAVE-RETURN
                                               VALUE "R".
               03 PRV-STAFF-ID-NUMBER          PIC 9(6).
               03 PRV-SURNAME                  PIC X(20).
               03 PRV-FIRST-NAME               PIC X(20).
               03 PRV-EFFECTIVE-TIMESTAMP      PIC X(14).
               03 PRV-OLD-DEPARTMENT-CODE      PIC X(20).
               03 PRV-NEW-DEPARTMENT-CODE      PIC X(20).
               03 PRV-OLD-JOB-TITLE            PIC X(30).
               03 PRV-NEW-JOB-TITLE            PIC X(30).
               03 PRV-OLD-EMPLOYMENT-STATUS    PIC X(1).
               03 PRV-NEW-EMPLOYMENT-STATUS    PIC X(1).
               03 PRV-OPERATOR-ID              PIC X(8).
           02 PRV-HEADER-DATA REDEFINES PRV-DETAIL-DATA.
               03 PRV-SEQUENCE-NUMBER          PIC 9(8).
               03 PRV-CREATED-DATE             PIC 9(8).
               03 PRV-FILE-MODE                PIC X(1).
                   88 PRV-FILE-IS-NIGHTLY      VALUE "N".
                   88 PRV-FILE-IS-RESEND       VALUE "R".
               03 PRV-COVERS-DATE              PIC 9(8).
               03 FILLER                       PIC X(146).
           02 PRV-TRAILER-DATA REDEFINES PRV-DETAIL-DATA.
               03 PRV-RECORD-COUNT             PIC 9(9).
               03 PRV-HASH-TOTAL               PIC 9(12).
               03 FILLER                       PIC X(150).
