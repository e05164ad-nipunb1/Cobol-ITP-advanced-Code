      ******************************************************************
      *COPYBOOK: FD-ROYALTY-PAY
      *ABSTRACT: FD and record layout for the royalty payable
      *          extract, one fixed-format record per licensor owed
      *          money for the period. Units and sales are net of
      *          refunds and lost chargebacks; RYP-AMOUNT is the
      *          royalty to be paid.
      ******************************************************************
       FD  RYP-FILE.
       01  RYP-REC.
           05  RYP-PERIOD          PIC 9(06).
           05  RYP-LIC-ID          PIC X(06).
           05  RYP-PAYEE-ID        PIC X(10).
           05  RYP-LIC-NAME        PIC X(30).
           05  RYP-NET-UNITS       PIC 9(07).
           05  RYP-NET-SALES       PIC 9(07)V99.
           05  RYP-AMOUNT          PIC 9(07)V99.
           05  FILLER              PIC X(03).
