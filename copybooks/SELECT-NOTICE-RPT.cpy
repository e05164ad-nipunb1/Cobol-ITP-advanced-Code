      ******************************************************************
      *COPYBOOK: SELECT-NOTICE-RPT
      *ABSTRACT: FILE-CONTROL entry for the member notification
      *          exception report.
      ******************************************************************
           SELECT NTX-RPT ASSIGN TO NOTICRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTX-RPT-STATUS.
