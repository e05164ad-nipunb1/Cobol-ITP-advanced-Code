      ******************************************************************
      *COPYBOOK: SELECT-ROYALTY-RPT
      *ABSTRACT: FILE-CONTROL entry for the licensor royalty
      *          statement report.
      ******************************************************************
           SELECT RYR-RPT ASSIGN TO ROYALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RYR-RPT-STATUS.
