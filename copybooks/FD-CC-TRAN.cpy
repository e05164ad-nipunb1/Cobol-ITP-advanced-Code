      *COPYBOOK: FD-CC-TRAN
      *ABSTRACT: FD and record layout for the credit card transaction
      *          ledger. CC-TRAN-KEY is CC-ID + CC-TRAN-TSTAMP so a
      *          card can carry many transactions. A sale taken
      *          with a promotion code carries the code and the
      *          discount given (negative on its refund row).
      *          CC-TRAN-OPERATOR is the operator who keyed the sale
      *          or refund at the counter (spaces for a row posted by
      *          a batch); a refund over the second-approval limit
      *          also carries the admin who approved it, and a held
      *          sale the reviewer who released it, in
      *          CC-TRAN-APPR-OPERATOR. A chargeback row carries the
      *          sale type and rental expiry of the title it pulled
      *          off VTP-FILE so a won dispute can put it back as it
      *          was.
      ******************************************************************
       FD  CC-TRAN-FILE.
       01  CC-TRAN-REC.
               88  CC-TRAN-IS-SETTLED  VALUE 'Y'.
           05  CC-TRAN-SETTLE-DATE PIC 9(08).
           05  CC-TRAN-TAX         PIC S9(3)V99.
           05  CC-TRAN-PROMO-CODE  PIC X(10).
           05  CC-TRAN-DISCOUNT    PIC S9(3)V99.
           05  CC-TRAN-OPERATOR    PIC X(08).
           05  CC-TRAN-APPR-OPERATOR PIC X(08).
           05  CC-TRAN-SALE-TYPE   PIC X(01).
           05  CC-TRAN-RENT-EXPIRY.
               10  CC-TRAN-EXP-DATE PIC 9(08).
               10  CC-TRAN-EXP-TIME PIC 9(04).
           05  FILLER              PIC X(05).
