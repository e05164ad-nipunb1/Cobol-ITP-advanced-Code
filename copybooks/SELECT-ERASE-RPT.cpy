      ******************************************************************
      *COPYBOOK: SELECT-ERASE-RPT
      *ABSTRACT: FILE-CONTROL entry for the member erasure
      *          certificate report.
      ******************************************************************
           SELECT ERC-RPT ASSIGN TO ERASERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ERC-RPT-STATUS.
