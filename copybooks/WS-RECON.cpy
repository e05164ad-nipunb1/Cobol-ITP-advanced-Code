       01  WS-RECON-FIELDS.
           05  WS-RECON-RPT-STATUS     PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-WRK-VTP-STATUS       PIC X(02).
           05  WS-WRK-CC-STATUS        PIC X(02).
           05  WS-WRK-REF-STATUS       PIC X(02).
           05  WS-EOF-VTP              PIC X(01) VALUE 'N'.
           05  WS-EOF-VTA              PIC X(01) VALUE 'N'.
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-MATCH-DONE           PIC X(01).
           05  WS-REFUNDED-SW          PIC X(01).
           05  WS-VTP-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-VTA-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-CC-CTR               PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUND-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-MATCHED-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-NOPUR-CTR            PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUNDED-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-MATCH-ITEM           PIC X(30).
           05  WS-CREDIT-NET           PIC S9(04)V99.

       01  WS-V-SIDE.
           05  WS-V-KEY                PIC X(44).
