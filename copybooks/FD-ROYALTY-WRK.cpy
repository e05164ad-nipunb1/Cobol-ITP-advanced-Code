      ******************************************************************
      *COPYBOOK: FD-ROYALTY-WRK
      *ABSTRACT: FD for the royalty batch's totals work file, one row
      *          per licensor and title with the period's units and
      *          sales and the refunds and lost chargebacks taken
      *          back. A title with no licensor on file is kept under
      *          a blank licensor id with the reason it has none, so
      *          the exception list reads straight off the front of
      *          the file.
      ******************************************************************
       FD  RYW-FILE.
       01  RYW-REC.
           05  RYW-KEY.
               10  RYW-LIC-ID      PIC X(06).
               10  RYW-VML-ID      PIC 9(06).
           05  RYW-TITLE           PIC X(30).
           05  RYW-UNITS           PIC 9(05).
           05  RYW-GROSS           PIC 9(07)V99.
           05  RYW-DED-UNITS       PIC 9(05).
           05  RYW-DEDUCT          PIC 9(07)V99.
           05  RYW-EXC-REASON      PIC X(15).
           05  FILLER              PIC X(05).
