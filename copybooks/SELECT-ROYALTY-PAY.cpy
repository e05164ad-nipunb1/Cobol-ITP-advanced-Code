      ******************************************************************
      *COPYBOOK: SELECT-ROYALTY-PAY
      *ABSTRACT: FILE-CONTROL entry for the royalty payable extract
      *          sent to accounts payable.
      ******************************************************************
           SELECT RYP-FILE ASSIGN TO ROYALPAY
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RYP-STATUS.
