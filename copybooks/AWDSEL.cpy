      ******************************************************************
      * FILE-CONTROL entry for the long-service awards interface file.
      * Written monthly by SERVICE-REVIEW-RPT for the awards team.
      ******************************************************************
           SELECT AWARDS-INTERFACE-FILE ASSIGN TO AWDFILE
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AWARDS-STATUS.
