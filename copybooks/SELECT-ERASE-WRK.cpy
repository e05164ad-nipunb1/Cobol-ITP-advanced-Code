      ******************************************************************
      *COPYBOOK: SELECT-ERASE-WRK
      *ABSTRACT: FILE-CONTROL entry for the erasure batch's keyed
      *          per-member work file.
      ******************************************************************
           SELECT ERW-FILE ASSIGN TO ERASEWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERW-VM-ID
               FILE STATUS IS WS-ERW-STATUS.
