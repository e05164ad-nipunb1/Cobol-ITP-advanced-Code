      ******************************************************************
      *COPYBOOK: SELECT-DUP-RPT
      *ABSTRACT: FILE-CONTROL entry for the duplicate member candidate
      *          report.
      ******************************************************************
           SELECT DPR-RPT ASSIGN TO MBRDPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPR-RPT-STATUS.
