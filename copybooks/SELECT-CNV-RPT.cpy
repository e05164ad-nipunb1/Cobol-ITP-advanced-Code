      ******************************************************************
      *COPYBOOK: SELECT-CNV-RPT
      *ABSTRACT: FILE-CONTROL entry for the record layout conversion
      *          control report.
      ******************************************************************
           SELECT CNV-RPT ASSIGN TO CNVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-RPT-STATUS.
