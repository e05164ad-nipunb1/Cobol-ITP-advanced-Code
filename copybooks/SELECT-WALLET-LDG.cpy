      ******************************************************************
      *COPYBOOK: SELECT-WALLET-LDG
      *ABSTRACT: FILE-CONTROL entry for the store-credit wallet ledger.
      ******************************************************************
           SELECT WLG-FILE ASSIGN TO WALLETLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLG-KEY
               FILE STATUS IS WS-WLG-STATUS.
