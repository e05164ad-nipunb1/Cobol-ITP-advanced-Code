      ******************************************************************
      *COPYBOOK: FD-LICENSOR
      *ABSTRACT: FD and record layout for the licensor master - one
      *          row per studio Vuflix owes royalties to, kept by
      *          finance. The royalty is LIC-ROYALTY-PCT of net title
      *          sales, but never less than LIC-MIN-FEE for each net
      *          unit sold. LIC-PAYEE-ID is the studio's vendor
      *          number in accounts payable.
      ******************************************************************
       FD  LIC-FILE.
       01  LIC-REC.
           05  LIC-ID-KEY.
               10  LIC-ID          PIC X(06).
           05  LIC-NAME            PIC X(30).
           05  LIC-ROYALTY-PCT     PIC 9(02)V99.
           05  LIC-MIN-FEE         PIC 9(02)V99.
           05  LIC-PAYEE-ID        PIC X(10).
           05  FILLER              PIC X(16).
