      ******************************************************************
      *COPYBOOK: FD-VEL-PARM
      *ABSTRACT: FD and record layout for the velocity screening
      *          parameter file. The one record keyed 'VELOCITY'
      *          holds the limits a card may reach before a sale is
      *          held for review: sales per card per day, dollars
      *          charged per card per day, and different members
      *          ever seen on the card. A limit of zero turns that
      *          rule off. The held-sale review page maintains it.
      ******************************************************************
       FD  VLP-FILE.
       01  VLP-REC.
           05  VLP-KEY             PIC X(08).
           05  VLP-MAX-SALES       PIC 9(03).
           05  VLP-MAX-AMOUNT      PIC 9(05)V99.
           05  VLP-MAX-MEMBERS     PIC 9(02).
           05  VLP-CHG-OPERATOR    PIC X(08).
           05  VLP-CHG-DATE        PIC 9(08).
           05  FILLER              PIC X(10).
