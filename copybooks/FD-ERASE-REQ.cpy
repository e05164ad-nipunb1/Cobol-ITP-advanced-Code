      ******************************************************************
      *COPYBOOK: FD-ERASE-REQ
      *ABSTRACT: FD and record layout for the member data erasure
      *          request file, one item per member privacy request as
      *          logged by the service desk.
      ******************************************************************
       FD  ERQ-FILE.
       01  ERQ-REC.
           05  ERQ-VM-ID           PIC 9(08).
           05  ERQ-REQ-ID          PIC X(10).
           05  ERQ-REQ-DATE        PIC 9(08).
           05  ERQ-OPERATOR        PIC X(08).
           05  FILLER              PIC X(46).
