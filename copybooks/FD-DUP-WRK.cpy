      ******************************************************************
      *COPYBOOK: FD-DUP-WRK
      *ABSTRACT: FD for the duplicate member batch's match-key work
      *          file. One row per member per thing it can be matched
      *          on - E e-mail, P phone, C card number, N last name
      *          plus address plus zip - keyed so that members sharing
      *          a value read together.
      ******************************************************************
       FD  DPW-FILE.
       01  DPW-REC.
           05  DPW-KEY.
               10  DPW-TYPE        PIC X(01).
                   88  DPW-EMAIL       VALUE 'E'.
                   88  DPW-PHONE       VALUE 'P'.
                   88  DPW-CARD        VALUE 'C'.
                   88  DPW-NAME-ADDR   VALUE 'N'.
               10  DPW-VALUE       PIC X(45).
               10  DPW-VM-ID       PIC 9(08).
           05  FILLER              PIC X(06).
