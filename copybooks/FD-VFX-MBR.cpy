      ******************************************************************
      *COPYBOOK: FD-VFX-MBR
      *ABSTRACT: FD and record layout for the Vuflix member master.
      *          A member merged into another account is inactive and
      *          VM-MERGED-TO carries the surviving member id; older
      *          rows hold spaces there, so test it NUMERIC first.
      ******************************************************************
       FD  VM-FILE.
       01  VM-REC.
           05  VM-STATUS           PIC X(01).
               88  VM-ACTIVE           VALUE 'A' SPACE.
               88  VM-INACTIVE         VALUE 'I'.
           05  VM-MERGED-TO        PIC 9(08).
           05  FILLER              PIC X(01).
