      ******************************************************************
      *COPYBOOK: SELECT-VEL-TALLY
      *ABSTRACT: FILE-CONTROL entry for the card velocity tally file.
      ******************************************************************
           SELECT VEL-FILE ASSIGN TO VELTALLY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEL-KEY
               FILE STATUS IS WS-VEL-STATUS.
