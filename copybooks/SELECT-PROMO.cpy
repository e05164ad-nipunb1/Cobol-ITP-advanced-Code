      ******************************************************************
      *COPYBOOK: SELECT-PROMO
      *ABSTRACT: FILE-CONTROL entry for the promotion code master.
      ******************************************************************
           SELECT PRM-FILE ASSIGN TO PROMOFIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CODE-KEY
               FILE STATUS IS WS-PRM-STATUS.
