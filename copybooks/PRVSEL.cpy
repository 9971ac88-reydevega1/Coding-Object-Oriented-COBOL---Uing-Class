      ******************************************************************
      * FILE-CONTROL entry for the IT access-provisioning feed.
      * Written by IT-PROVISION-FEED each night (and on a resend),
      * collected by the IT service desk's account system.
      ******************************************************************
           SELECT PROVISIONING-FEED-FILE ASSIGN TO PRVFEED
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
