      ******************************************************************
      *COPYBOOK: SELECT-LICENSOR
      *ABSTRACT: FILE-CONTROL entry for the licensor master file.
      ******************************************************************
           SELECT LIC-FILE ASSIGN TO LICENSOR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIC-ID-KEY
               FILE STATUS IS WS-LIC-STATUS.
