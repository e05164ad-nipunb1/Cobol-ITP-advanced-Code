      ******************************************************************
      *COPYBOOK: FD-ROYALTY-IDX
      *ABSTRACT: FD for the royalty batch's title index. A refund on
      *          the card ledger carries only the title name, so the
      *          batch lays the catalog down once by name to find the
      *          title id - and through it the licensor - of each
      *          refund.
      ******************************************************************
       FD  RYX-FILE.
       01  RYX-REC.
           05  RYX-TITLE           PIC X(30).
           05  RYX-VML-ID          PIC 9(06).
           05  FILLER              PIC X(04).
