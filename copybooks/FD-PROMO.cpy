      ******************************************************************
      *COPYBOOK: FD-PROMO
      *ABSTRACT: FD and record layout for the promotion code master.
      *          A code takes either a percent (P) or a fixed dollar
      *          amount (A) off the title price between its start and
      *          end dates. A genre or title id narrows the code to
      *          that genre or that one title; spaces/zero means any
      *          title. A use cap of zero means no cap; the use count
      *          is kept by the purchase page as codes are redeemed
      *          and given back on refund.
      ******************************************************************
       FD  PRM-FILE.
       01  PRM-REC.
           05  PRM-CODE-KEY.
               10  PRM-CODE        PIC X(10).
           05  PRM-DESC            PIC X(30).
           05  PRM-DISC-TYPE       PIC X(01).
               88  PRM-DISC-PERCENT    VALUE 'P'.
               88  PRM-DISC-AMOUNT     VALUE 'A'.
               88  PRM-DISC-VALID      VALUE 'P' 'A'.
           05  PRM-DISC-VALUE      PIC 9(03)V99.
           05  PRM-START-DATE      PIC 9(08).
           05  PRM-END-DATE        PIC 9(08).
           05  PRM-GENRE           PIC X(15).
           05  PRM-VML-ID          PIC 9(06).
           05  PRM-USE-CAP         PIC 9(05).
           05  PRM-USE-CTR         PIC 9(05).
           05  PRM-STATUS          PIC X(01).
               88  PRM-ACTIVE          VALUE 'A' SPACE.
               88  PRM-RETIRED         VALUE 'R'.
           05  FILLER              PIC X(10).
