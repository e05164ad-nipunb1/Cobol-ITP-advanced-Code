      ******************************************************************
      *COPYBOOK: FD-VTP-ARCH
      *ABSTRACT: FD and record layout for the titles-purchased archive
      *          (VTA) file. Laid out exactly as VTP-REC so archived
      *          purchases read the same as live ones, but keyed on
      *          member id + title id + purchase date so each sale of
      *          a title the member has had more than once keeps its
      *          own archive row.
      *          Every VTP field is kept - tax, promotion, store
      *          credit, sale type and rental window, the operator
      *          who made the sale and, for a title moved by a member
      *          merge, the id it was charged under. Besides the
      *          annual archive sweep, a lapsed rental is archived
      *          here when the member rents or buys the title again,
      *          so its revenue stays on file for the month reports.
      ******************************************************************
       FD  VTA-FILE.
       01  VTA-REC.
           05  VTA-KEY.
               10  VTA-VM-ID-KEY   PIC 9(08).
               10  VTA-VML-ID-KEY  PIC 9(06).
               10  VTA-PUR-DATE    PIC 9(08).
               10  VTA-PUR-YM REDEFINES VTA-PUR-DATE.
                   15  VTA-PUR-YEAR    PIC 9(04).
                   15  VTA-PUR-MONTH   PIC 9(02).
                   15  VTA-PUR-DAY     PIC 9(02).
           05  VTA-PRICE           PIC 9(03)V99.
           05  VTA-TAX             PIC 9(03)V99.
           05  VTA-PROMO-CODE      PIC X(10).
           05  VTA-DISCOUNT        PIC 9(03)V99.
           05  VTA-CREDIT-USED     PIC 9(04)V99.
           05  VTA-SALE-TYPE       PIC X(01).
               88  VTA-OWNED           VALUE 'O' SPACE.
               88  VTA-RENTAL          VALUE 'R' 'E'.
           05  VTA-RENT-EXPIRY.
               10  VTA-RENT-EXP-DATE   PIC 9(08).
               10  VTA-RENT-EXP-TIME   PIC 9(04).
           05  VTA-OPERATOR        PIC X(08).
           05  VTA-ORIG-VM-ID      PIC 9(08).
           05  FILLER              PIC X(05).
