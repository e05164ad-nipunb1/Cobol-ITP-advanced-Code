      ******************************************************************
      *COPYBOOK: SELECT-SHIFT-RPT
      *ABSTRACT: FILE-CONTROL entry for the operator shift balancing
      *          report.
      ******************************************************************
           SELECT SHR-RPT ASSIGN TO OPRSHRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHR-RPT-STATUS.
