      ******************************************************************
      *COPYBOOK: SELECT-ACCT-UPD-RPT
      *ABSTRACT: FILE-CONTROL entry for the card account updater
      *          report.
      ******************************************************************
           SELECT AUR-RPT ASSIGN TO ACCTURPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUR-RPT-STATUS.
