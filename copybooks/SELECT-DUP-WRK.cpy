      ******************************************************************
      *COPYBOOK: SELECT-DUP-WRK
      *ABSTRACT: FILE-CONTROL entry for the duplicate member batch's
      *          keyed match-key work file.
      ******************************************************************
           SELECT DPW-FILE ASSIGN TO MBRDPWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPW-KEY
               FILE STATUS IS WS-DPW-STATUS.
