      ******************************************************************
      *COPYBOOK: FD-NOTICE
      *ABSTRACT: FD and record layout for the outbound member
      *          notification file, one fixed-format record per
      *          message for the e-mail vendor. The amount is what
      *          the card was charged or given back, tax included,
      *          and is never signed - the message type says which
      *          way the money moved. Only the last four of the card
      *          ever leave the shop.
      ******************************************************************
       FD  NTC-FILE.
       01  NTC-REC.
           05  NTC-VM-ID           PIC 9(08).
           05  NTC-EMAIL           PIC X(30).
           05  NTC-FNAME           PIC X(15).
           05  NTC-TYPE            PIC X(10).
           05  NTC-TITLE           PIC X(30).
           05  NTC-AMOUNT          PIC 9(05)V99.
           05  NTC-TAX             PIC 9(03)V99.
           05  NTC-LAST4           PIC X(04).
           05  NTC-EVENT-DATE      PIC 9(08).
           05  FILLER              PIC X(03).
