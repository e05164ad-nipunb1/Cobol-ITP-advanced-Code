      ******************************************************************
      *COPYBOOK: FD-ACCT-UPD
      *ABSTRACT: FD and record layout for the inbound acquirer monthly
      *          card account-updater file. Each item names the card
      *          the acquirer knows about and what became of it: a
      *          new account number (N) with its expiry, a new expiry
      *          on the same number (E), or an account closed (C).
      ******************************************************************
       FD  AUP-FILE.
       01  AUP-REC.
           05  AUP-OLD-CARD        PIC X(16).
           05  AUP-NEW-CARD        PIC X(16).
           05  AUP-NEW-EXP-YM      PIC 9(06).
           05  AUP-NEW-EXP-X REDEFINES AUP-NEW-EXP-YM.
               10  AUP-NEW-EXP-YYYY    PIC 9(04).
               10  AUP-NEW-EXP-MM      PIC 9(02).
           05  AUP-ACTION          PIC X(01).
               88  AUP-NEW-ACCOUNT     VALUE 'N'.
               88  AUP-NEW-EXPIRY      VALUE 'E'.
               88  AUP-ACCT-CLOSED     VALUE 'C'.
           05  AUP-ACQUIRER        PIC X(04).
           05  FILLER              PIC X(37).
