      ******************************************************************
      *COPYBOOK: SELECT-DUP-PAIR
      *ABSTRACT: FILE-CONTROL entry for the duplicate member batch's
      *          keyed candidate pair work file.
      ******************************************************************
           SELECT DPP-FILE ASSIGN TO MBRDPPRS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPP-KEY
               FILE STATUS IS WS-DPP-STATUS.
