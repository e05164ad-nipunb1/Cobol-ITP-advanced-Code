      ******************************************************************
      *COPYBOOK: SELECT-VEL-CARD-MBR
      *ABSTRACT: FILE-CONTROL entry for the card-to-member velocity
      *          cross reference.
      ******************************************************************
           SELECT VCM-FILE ASSIGN TO VELCMBR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VCM-KEY
               FILE STATUS IS WS-VCM-STATUS.
