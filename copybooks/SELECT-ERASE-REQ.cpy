      ******************************************************************
      *COPYBOOK: SELECT-ERASE-REQ
      *ABSTRACT: FILE-CONTROL entry for the member data erasure
      *          request file.
      ******************************************************************
           SELECT ERQ-FILE ASSIGN TO ERASEREQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERQ-STATUS.
