      ******************************************************************
      * FILE-CONTROL entry for the establishment override release
      * register.  Rewritten (OUTPUT) by ESTAB-OVERRIDE-REL alongside
      * the TRANIN batch it releases, one record per approved hold;
      * read by PERSONNEL-MAINT, which lets a transaction past the
      * establishment edit only when the register holds its release.
      ******************************************************************
           SELECT OVERRIDE-RELEASE-FILE ASSIGN TO OVRREL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
