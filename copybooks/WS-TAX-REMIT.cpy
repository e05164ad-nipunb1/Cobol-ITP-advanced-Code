           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-ZIP-STATUS           PIC X(02).
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-TAX-STATUS           PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-CUR-DATE REDEFINES WS-CUR-TSTAMP.
               10  WS-CUR-YEAR         PIC 9(04).
               10  WS-YM-YEAR          PIC 9(04).
               10  WS-YM-MONTH         PIC 9(02).
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-WLG              PIC X(01) VALUE 'N'.
           05  WS-CC-READ-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-TAXED-CTR            PIC 9(05) COMP VALUE ZERO.
           05  WS-WLG-READ-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-WLG-TAXED-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-NOSTATE-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-TRAN-VM-ID           PIC 9(08).
           05  WS-TRAN-STATE           PIC X(02).
           05  WS-WLG-TAXABLE          PIC X(01).
           05  WS-WLG-NET              PIC S9(04)V99.
           05  WS-WLG-NET-TAX          PIC S9(03)V99.
           05  WS-SX                   PIC 9(02) COMP.
           05  WS-STATE-TBL-CTR        PIC 9(02) COMP VALUE ZERO.
           05  WS-TOT-TAXABLE          PIC S9(09)V99 VALUE ZERO.
