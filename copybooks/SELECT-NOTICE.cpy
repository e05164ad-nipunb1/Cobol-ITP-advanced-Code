      ******************************************************************
      *COPYBOOK: SELECT-NOTICE
      *ABSTRACT: FILE-CONTROL entry for the outbound member
      *          notification file sent to the e-mail vendor.
      ******************************************************************
           SELECT OPTIONAL NTC-FILE ASSIGN TO NOTICOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTC-STATUS.
