      ******************************************************************
      *COPYBOOK: FD-ROYALTY-RPT
      *ABSTRACT: FD for the licensor royalty statement report.
      ******************************************************************
       FD  RYR-RPT.
       01  RYR-LINE                    PIC X(80).
