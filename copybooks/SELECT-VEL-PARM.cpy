      ******************************************************************
      *COPYBOOK: SELECT-VEL-PARM
      *ABSTRACT: FILE-CONTROL entry for the velocity screening
      *          parameter file.
      ******************************************************************
           SELECT VLP-FILE ASSIGN TO VELPARM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VLP-KEY
               FILE STATUS IS WS-VLP-STATUS.
