      *          authorizes can be written straight back. A pending
      *          row is retried nightly until it approves or the
      *          attempt cap is reached and the row is given up.
      *          The promotion code and discount on the declined sale
      *          ride along so the retry charges the discounted price.
      *          A declined rental carries its window, which starts
      *          when the retry finally authorizes.
      *          RTY-OPERATOR is the operator who took the declined
      *          sale; the retry batch charges in that operator's name.
      *          RTY-CREDIT-USED is the part of price plus tax the
      *          member was to pay from store credit, RTY-CREDIT-TAX
      *          the tax within it; the retry charges the card only
      *          the rest and takes the credit once the card approves.
      ******************************************************************
       FD  RETRY-FILE.
       01  RTY-REC.
               88  RTY-IS-PENDING      VALUE 'P'.
               88  RTY-IS-APPROVED     VALUE 'A'.
               88  RTY-IS-GIVEN-UP     VALUE 'G'.
           05  RTY-PROMO-CODE      PIC X(10).
           05  RTY-DISCOUNT        PIC 9(03)V99.
           05  RTY-SALE-TYPE       PIC X(01).
               88  RTY-RENTAL          VALUE 'R'.
           05  RTY-RENT-HOURS      PIC 9(03).
           05  RTY-OPERATOR        PIC X(08).
           05  RTY-CREDIT-USED     PIC 9(04)V99.
           05  RTY-CREDIT-TAX      PIC 9(03)V99.
           05  FILLER              PIC X(01).
