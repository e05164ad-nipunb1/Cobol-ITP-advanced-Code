      ******************************************************************
      *COPYBOOK: SELECT-ROYALTY-WRK
      *ABSTRACT: FILE-CONTROL entry for the royalty batch's keyed
      *          licensor-and-title totals work file.
      ******************************************************************
           SELECT RYW-FILE ASSIGN TO ROYALWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RYW-KEY
               FILE STATUS IS WS-RYW-STATUS.
