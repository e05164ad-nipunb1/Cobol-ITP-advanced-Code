      ******************************************************************
      *COPYBOOK: SELECT-NOTICE-LOG
      *ABSTRACT: FILE-CONTROL entry for the member notification log.
      ******************************************************************
           SELECT NTL-FILE ASSIGN TO NOTICLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTL-KEY
               FILE STATUS IS WS-NTL-STATUS.
