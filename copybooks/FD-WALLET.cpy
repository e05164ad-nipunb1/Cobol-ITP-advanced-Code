      ******************************************************************
      *COPYBOOK: FD-WALLET
      *ABSTRACT: FD and record layout for the member store-credit
      *          wallet. One record per member who has ever been
      *          given store credit, keyed by VM-ID, holding the
      *          balance still available to spend. Every movement
      *          behind the balance is on the wallet ledger.
      ******************************************************************
       FD  WLT-FILE.
       01  WLT-REC.
           05  WLT-VM-ID-KEY       PIC 9(08).
           05  WLT-BALANCE         PIC 9(05)V99.
           05  WLT-LAST-DATE       PIC 9(08).
           05  FILLER              PIC X(10).
