      ******************************************************************
      *COPYBOOK: FD-ACCT-UPD-RPT
      *ABSTRACT: FD for the card account updater report.
      ******************************************************************
       FD  AUR-RPT.
       01  AUR-LINE                    PIC X(80).
