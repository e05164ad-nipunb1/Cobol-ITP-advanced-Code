      ******************************************************************
      *COPYBOOK: SELECT-RENT-EXP-RPT
      *ABSTRACT: FILE-CONTROL entry for the nightly rental expiry
      *          report.
      ******************************************************************
           SELECT RENT-EXP-RPT ASSIGN TO RENTXRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RENT-EXP-RPT-STATUS.
