      ******************************************************************
      *COPYBOOK: FD-ERASE-RPT
      *ABSTRACT: FD for the member erasure certificate report.
      ******************************************************************
       FD  ERC-RPT.
       01  ERC-LINE                    PIC X(80).
