      ******************************************************************
      *COPYBOOK: SELECT-SHIFT-WRK
      *ABSTRACT: FILE-CONTROL entry for the shift balancing batch's
      *          keyed operator totals work file.
      ******************************************************************
           SELECT SHW-FILE ASSIGN TO OPRSHWRK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHW-KEY
               FILE STATUS IS WS-SHW-STATUS.
