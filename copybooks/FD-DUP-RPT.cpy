      ******************************************************************
      *COPYBOOK: FD-DUP-RPT
      *ABSTRACT: FD for the duplicate member candidate report.
      ******************************************************************
       FD  DPR-RPT.
       01  DPR-LINE                    PIC X(80).
