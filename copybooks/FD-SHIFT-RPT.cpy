      ******************************************************************
      *COPYBOOK: FD-SHIFT-RPT
      *ABSTRACT: FD for the operator shift balancing report.
      ******************************************************************
       FD  SHR-RPT.
       01  SHR-LINE                    PIC X(80).
