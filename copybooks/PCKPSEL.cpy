      ******************************************************************
      * FILE-CONTROL entry for PERSONNEL-MAINT's checkpoint file.
      ******************************************************************
           SELECT MAINT-CHECKPOINT-FILE ASSIGN TO MNTCKPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
