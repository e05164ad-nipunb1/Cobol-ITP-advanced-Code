      ******************************************************************
      *COPYBOOK: FD-PROMO-RPT
      *ABSTRACT: FD for the promotion code redemption report.
      ******************************************************************
       FD  PROMO-RPT.
       01  PROMO-LINE                  PIC X(80).
