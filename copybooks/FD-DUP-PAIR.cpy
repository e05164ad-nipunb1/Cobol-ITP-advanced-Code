      ******************************************************************
      *COPYBOOK: FD-DUP-PAIR
      *ABSTRACT: FD for the duplicate member batch's candidate pair
      *          work file. One row per pair of members matching on
      *          anything, lower member id first, with a flag for each
      *          thing they matched on and the score those add up to.
      ******************************************************************
       FD  DPP-FILE.
       01  DPP-REC.
           05  DPP-KEY.
               10  DPP-VM-ID-1     PIC 9(08).
               10  DPP-VM-ID-2     PIC 9(08).
           05  DPP-SCORE           PIC 9(03).
           05  DPP-EMAIL-MATCH     PIC X(01).
           05  DPP-PHONE-MATCH     PIC X(01).
           05  DPP-CARD-MATCH      PIC X(01).
           05  DPP-ADDR-MATCH      PIC X(01).
           05  FILLER              PIC X(07).
