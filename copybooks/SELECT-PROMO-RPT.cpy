      ******************************************************************
      *COPYBOOK: SELECT-PROMO-RPT
      *ABSTRACT: FILE-CONTROL entry for the promotion code redemption
      *          report.
      ******************************************************************
           SELECT PROMO-RPT ASSIGN TO PROMORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-RPT-STATUS.
