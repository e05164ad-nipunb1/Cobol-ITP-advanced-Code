      ******************************************************************
      *COPYBOOK: SELECT-ROYALTY-IDX
      *ABSTRACT: FILE-CONTROL entry for the royalty batch's keyed
      *          title-name-to-title-id work file.
      ******************************************************************
           SELECT RYX-FILE ASSIGN TO ROYALIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RYX-TITLE
               FILE STATUS IS WS-RYX-STATUS.
