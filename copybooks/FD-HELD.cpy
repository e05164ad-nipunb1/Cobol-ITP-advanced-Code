      ******************************************************************
      *COPYBOOK: FD-HELD
      *ABSTRACT: FD and record layout for the held-sale review queue.
      *          A sale that trips a velocity rule is parked here
      *          instead of being charged. HLD-KEY is member id +
      *          title id, the same pair that keys VTP-FILE, so a
      *          released sale writes straight back. The row carries
      *          everything the purchase page had worked out - price,
      *          tax, promotion, the store-credit and card split and
      *          the card on file - so a release charges exactly what
      *          the member was quoted. The row moves H (held) to L
      *          (released and charged), J (rejected) or D (released
      *          but declined by the card); only a held row can be
      *          worked, and a closed row is reused if the member
      *          buys the title again.
      ******************************************************************
       FD  HLD-FILE.
       01  HLD-REC.
           05  HLD-KEY.
               10  HLD-VM-ID       PIC 9(08).
               10  HLD-VML-ID      PIC 9(06).
           05  HLD-TSTAMP          PIC X(21).
           05  HLD-ITEM            PIC X(30).
           05  HLD-PRICE           PIC 9(03)V99.
           05  HLD-TAX             PIC 9(03)V99.
           05  HLD-PROMO-CODE      PIC X(10).
           05  HLD-DISCOUNT        PIC 9(03)V99.
           05  HLD-CREDIT-USED     PIC 9(04)V99.
           05  HLD-CREDIT-TAX      PIC 9(03)V99.
           05  HLD-CARD-PRICE      PIC 9(03)V99.
           05  HLD-CARD-TAX        PIC 9(03)V99.
           05  HLD-CARD            PIC X(16).
           05  HLD-SALE-TYPE       PIC X(01).
               88  HLD-RENTAL          VALUE 'R'.
           05  HLD-RENT-HOURS      PIC 9(03).
           05  HLD-RULE            PIC X(03).
           05  HLD-SALE-OPERATOR   PIC X(08).
           05  HLD-STATE           PIC X(01).
               88  HLD-IS-HELD         VALUE 'H'.
               88  HLD-IS-RELEASED     VALUE 'L'.
               88  HLD-IS-REJECTED     VALUE 'J'.
               88  HLD-IS-DECLINED     VALUE 'D'.
           05  HLD-REVIEW-OPERATOR PIC X(08).
           05  HLD-REVIEW-DATE     PIC 9(08).
           05  FILLER              PIC X(10).
