      ******************************************************************
      * FILE-CONTROL entry for the establishment override hold file.
      * Written (EXTEND) by PERSONNEL-MAINT when an add or change that
      * would overfill its department/grade carries an authorising
      * operator id; read back in full by ESTAB-OVERRIDE-REL, which
      * releases the approved ones, drops the declined ones and
      * rebuilds the undecided remainder onto its replacement file.
      ******************************************************************
           SELECT OVERRIDE-HOLD-FILE ASSIGN TO ESTHOLD
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
