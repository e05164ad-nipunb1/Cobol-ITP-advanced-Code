      ******************************************************************
      *COPYBOOK: SELECT-ACCT-UPD-WRK
      *ABSTRACT: FILE-CONTROL entry for the account updater's keyed
      *          card-to-token work file.
      ******************************************************************
           SELECT AUW-FILE ASSIGN TO ACCTUWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUW-KEY
               FILE STATUS IS WS-AUW-STATUS.
