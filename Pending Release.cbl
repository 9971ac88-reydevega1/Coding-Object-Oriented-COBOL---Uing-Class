
      ******************************************************************
      * The replacement hold file carries unaltered PENDING-RECORD
      * images - the PIC X(186) width below is the PENDING-RECORD
      * length in PENDFD and has to be kept in step by hand whenever
      * that layout grows.
      ******************************************************************
       FD PENDING-NEW-FILE.
       01 PENDING-NEW-RECORD                   PIC X(186).

       FD PENDING-REPORT-FILE.
       01 PENDING-REPORT-LINE                  PIC X(80).
