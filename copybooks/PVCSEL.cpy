      ******************************************************************
      * FILE-CONTROL entry for the provisioning feed control file -
      * the last run sequence number issued and how far into the
      * live journal the nightly feed has already sent.
      ******************************************************************
           SELECT PROVISIONING-CONTROL-FILE ASSIGN TO PRVCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVC-KEY
               FILE STATUS IS WS-PROVISION-CONTROL-STATUS.
