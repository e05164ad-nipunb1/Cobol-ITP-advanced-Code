      ******************************************************************
      *COPYBOOK: SELECT-MERGE-FLAG
      *ABSTRACT: FILE-CONTROL entry for the member merge refund flag
      *          file.
      ******************************************************************
           SELECT MRF-FILE ASSIGN TO MERGEFLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MRF-KEY
               FILE STATUS IS WS-MRF-STATUS.
