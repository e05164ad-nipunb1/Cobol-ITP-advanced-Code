      ******************************************************************
      *COPYBOOK: FD-VEL-CARD-MBR
      *ABSTRACT: FD and record layout for the card-to-member velocity
      *          cross reference. One row for each member an approved
      *          sale has been charged to the card for, so the number
      *          of different members using a card is a count of its
      *          rows. Keyed on the real card number; only
      *          G3-LINK-VELOCITY opens it.
      ******************************************************************
       FD  VCM-FILE.
       01  VCM-REC.
           05  VCM-KEY.
               10  VCM-CARD        PIC X(16).
               10  VCM-VM-ID       PIC 9(08).
           05  VCM-FIRST-DATE      PIC 9(08).
           05  FILLER              PIC X(10).
