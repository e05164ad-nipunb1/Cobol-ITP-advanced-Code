      ******************************************************************
      *COPYBOOK: FD-CNV-RPT
      *ABSTRACT: FD for the record layout conversion control report.
      ******************************************************************
       FD  CNV-RPT.
       01  CNV-LINE                    PIC X(80).
