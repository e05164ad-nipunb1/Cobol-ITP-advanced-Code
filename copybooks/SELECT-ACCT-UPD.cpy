      ******************************************************************
      *COPYBOOK: SELECT-ACCT-UPD
      *ABSTRACT: FILE-CONTROL entry for the inbound acquirer monthly
      *          card account-updater file.
      ******************************************************************
           SELECT AUP-FILE ASSIGN TO ACCTUPIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUP-STATUS.
