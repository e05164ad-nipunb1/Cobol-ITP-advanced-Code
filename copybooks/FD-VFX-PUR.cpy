      *COPYBOOK: FD-VFX-PUR
      *ABSTRACT: FD and record layout for the Vuflix titles-purchased
      *          (VTP) file. VTP-KEY is member id + title id so a
      *          member can carry many purchased titles. VTP-PRICE
      *          is the price actually charged; a promotion code
      *          redeemed on the sale and the discount it took off
      *          the list price are carried alongside it.
      *          VTP-CREDIT-USED is the part of price plus tax the
      *          member paid from store credit; only the rest went
      *          to the card.
      *          VTP-SALE-TYPE tells an owned title from a rental; a
      *          rental carries the date and time its window closes
      *          and is marked expired by the nightly rental expiry
      *          batch, after which it no longer shows on the
      *          member's title list but stays on file for revenue.
      *          VTP-OPERATOR is the operator who made the sale.
      *          VTP-ORIG-VM-ID is the member id the sale was charged
      *          under when the title has since moved to another id
      *          by a member merge; zero while the title is still on
      *          the id that bought it.
      ******************************************************************
       FD  VTP-FILE.
       01  VTP-REC.
               10  VTP-PUR-DAY     PIC 9(02).
           05  VTP-PRICE           PIC 9(03)V99.
           05  VTP-TAX             PIC 9(03)V99.
           05  VTP-PROMO-CODE      PIC X(10).
           05  VTP-DISCOUNT        PIC 9(03)V99.
           05  VTP-CREDIT-USED     PIC 9(04)V99.
           05  VTP-SALE-TYPE       PIC X(01).
               88  VTP-OWNED           VALUE 'O' SPACE.
               88  VTP-RENTAL          VALUE 'R' 'E'.
               88  VTP-RENTAL-ACTIVE   VALUE 'R'.
               88  VTP-RENTAL-EXPIRED  VALUE 'E'.
           05  VTP-RENT-EXPIRY.
               10  VTP-RENT-EXP-DATE   PIC 9(08).
               10  VTP-RENT-EXP-TIME   PIC 9(04).
           05  VTP-OPERATOR        PIC X(08).
           05  VTP-ORIG-VM-ID      PIC 9(08).
           05  FILLER              PIC X(05).
