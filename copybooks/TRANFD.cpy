      * employee to or from EMPLOYMENT-STATUS "L" - they feed the
      * leave tracking file (LEVFD) and are ignored on any other
      * transaction; zero means "not supplied".
      * TRAN-AUTHORISING-ID is the operator authorising an add or
      * change that would take a department/grade past its
      * establishment (ESTFD): with it the maintenance run holds the
      * transaction for override (OVRFD) instead of rejecting it.
      * TRAN-ESTAB-OVERRIDE is set to "Y" only by ESTAB-OVERRIDE-REL
      * when it feeds an approved override back in; the maintenance
      * run then applies it past the establishment edit.
      * REJ-TRANSACTION-IMAGE in REJFD, PEND-TRANSACTION-IMAGE in
      * PENDFD and OVR-TRANSACTION-IMAGE in OVRFD hold byte-for-byte
      * copies of this record - their PIC X(178) widths have to be
      * kept in step by hand with this layout whenever a field is
      * added here.
      ******************************************************************
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
               03 TRAN-LEAVE-START-DATE         PIC 9(8).
               03 TRAN-LEAVE-EXPECTED-RETURN    PIC 9(8).
               03 TRAN-LEAVE-ACTUAL-RETURN      PIC 9(8).
               03 TRAN-AUTHORISING-ID           PIC X(8).
               03 TRAN-ESTAB-OVERRIDE           PIC X(1).
                   88 TRAN-OVERRIDE-APPROVED    VALUE "Y".
           02 TRAN-HEADER-DATA REDEFINES TRAN-DETAIL-DATA.
               03 TRAN-BATCH-DATE               PIC 9(8).
               03 FILLER                        PIC X(169).
           02 TRAN-TRAILER-DATA REDEFINES TRAN-DETAIL-DATA.
               03 TRAN-EXPECTED-ADDS            PIC 9(6).
               03 TRAN-EXPECTED-CHANGES         PIC 9(6).
               03 TRAN-EXPECTED-DELETES         PIC 9(6).
               03 FILLER                        PIC X(159).
