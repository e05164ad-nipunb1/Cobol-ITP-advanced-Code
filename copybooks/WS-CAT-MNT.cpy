           05  VFX-M-PROG              PIC X(20).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-VPH-STATUS           PIC X(02).
           05  WS-LIC-STATUS           PIC X(02).
           05  WS-CRT-STATUS           PIC 9(04).
           05  WS-OPERATOR-ID          PIC X(08).
           05  WS-OPERATOR-PSWD        PIC X(08).
               88  VFX-6-ACT-ADD           VALUE 'A'.
               88  VFX-6-ACT-RETIRE        VALUE 'R'.
               88  VFX-6-ACT-PRICE         VALUE 'P'.
               88  VFX-6-ACT-RENTAL        VALUE 'T'.
               88  VFX-6-ACT-LICENSOR      VALUE 'L'.
               88  VFX-6-ACT-QUIT          VALUE 'Q'.
           05  VFX-6-SEARCH-ID         PIC 9(06).
           05  VFX-6-CONF              PIC X(01).
           05  VFX-6-E-GENRE           PIC X(15).
           05  VFX-6-E-PRICE           PIC 9(03)V99.
           05  VFX-6-E-EFF-DATE        PIC 9(08).
           05  VFX-6-E-RENT-PRICE      PIC 9(03)V99.
           05  VFX-6-E-RENT-HOURS      PIC 9(03).
               88  VFX-6-RENT-HOURS-OK     VALUE 0 48 168.
           05  VFX-6-E-LICENSOR        PIC X(06).
           05  VFX-6-LIC-FOUND         PIC X(01).
           05  VFX-6-CHG-CTR           PIC 9(05) COMP VALUE ZERO.
           05  VFX-6-APPLY-CTR         PIC 9(05) COMP VALUE ZERO.
           05  VFX-6-APPLY-DONE        PIC X(01).
