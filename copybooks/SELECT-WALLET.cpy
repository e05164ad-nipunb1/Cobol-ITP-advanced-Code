      ******************************************************************
      *COPYBOOK: SELECT-WALLET
      *ABSTRACT: FILE-CONTROL entry for the member store-credit wallet.
      ******************************************************************
           SELECT WLT-FILE ASSIGN TO WALLET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLT-VM-ID-KEY
               FILE STATUS IS WS-WLT-STATUS.
