      ******************************************************************
      *COPYBOOK: FD-ERASE-WRK
      *ABSTRACT: FD for the erasure batch's work file. One row per
      *          member requested, carrying the outcome and what was
      *          removed, so the bookmark file - keyed operator first
      *          - is swept once for every member in the run and the
      *          certificates print in member order at the end.
      ******************************************************************
       FD  ERW-FILE.
       01  ERW-REC.
           05  ERW-VM-ID           PIC 9(08).
           05  ERW-REQ-ID          PIC X(10).
           05  ERW-REQ-DATE        PIC 9(08).
           05  ERW-RESULT          PIC X(01).
               88  ERW-ERASED          VALUE 'E'.
               88  ERW-ERASED-BEFORE   VALUE 'B'.
               88  ERW-REFUSED         VALUE 'R'.
           05  ERW-REASON          PIC X(30).
           05  ERW-VAULT-CTR       PIC 9(03).
           05  ERW-VCM-CTR         PIC 9(03).
           05  ERW-RTY-CTR         PIC 9(03).
           05  ERW-SEN-CTR         PIC 9(03).
           05  ERW-BMK-CTR         PIC 9(03).
           05  ERW-HLD-CTR         PIC 9(03).
           05  ERW-MRG-CTR         PIC 9(03).
           05  FILLER              PIC X(04).
