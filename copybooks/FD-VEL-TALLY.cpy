      ******************************************************************
      *COPYBOOK: FD-VEL-TALLY
      *ABSTRACT: FD and record layout for the card velocity tally
      *          file. One row per card per day carrying the sales
      *          approved on it and the dollars charged. The key is
      *          the real card number, so two members keying the same
      *          card under different tokens tally together; like the
      *          vault, only G3-LINK-VELOCITY opens it.
      ******************************************************************
       FD  VEL-FILE.
       01  VEL-REC.
           05  VEL-KEY.
               10  VEL-CARD        PIC X(16).
               10  VEL-DATE        PIC 9(08).
           05  VEL-SALE-CTR        PIC 9(03).
           05  VEL-AMOUNT          PIC 9(05)V99.
           05  FILLER              PIC X(10).
