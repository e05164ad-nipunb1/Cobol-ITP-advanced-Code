      ******************************************************************
      *COPYBOOK: FD-RENT-EXP-RPT
      *ABSTRACT: FD for the nightly rental expiry report.
      ******************************************************************
       FD  RENT-EXP-RPT.
       01  RENT-EXP-LINE               PIC X(80).
