      ******************************************************************
      *COPYBOOK: FD-ACCT-UPD-WRK
      *ABSTRACT: FD for the account updater's work file. The vault is
      *          keyed on token, so the batch lays every vault entry
      *          down once by real card number and token; an updater
      *          item then reads straight to each token carrying its
      *          old card instead of re-scanning the vault.
      ******************************************************************
       FD  AUW-FILE.
       01  AUW-REC.
           05  AUW-KEY.
               10  AUW-CARD        PIC X(16).
               10  AUW-TOKEN       PIC X(16).
           05  FILLER              PIC X(08).
