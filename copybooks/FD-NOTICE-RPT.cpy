      ******************************************************************
      *COPYBOOK: FD-NOTICE-RPT
      *ABSTRACT: FD for the member notification exception report.
      ******************************************************************
       FD  NTX-RPT.
       01  NTX-LINE                    PIC X(80).
