      ******************************************************************
      *COPYBOOK: SELECT-HELD
      *ABSTRACT: FILE-CONTROL entry for the held-sale review queue.
      ******************************************************************
           SELECT HLD-FILE ASSIGN TO HELDTRAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HLD-STATUS.
