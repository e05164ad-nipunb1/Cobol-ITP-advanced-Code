           05  WS-ORIG-ITEM            PIC X(30).
           05  WS-ORIG-BRAND           PIC X(04).
           05  WS-ORIG-TAX             PIC S9(03)V99.
           05  WS-PULL-SALE-TYPE       PIC X(01).
           05  WS-PULL-EXPIRY          PIC 9(12).
           05  WS-CB-READ-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-CB-POSTED-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-CB-EXCEPT-CTR        PIC 9(05) COMP VALUE ZERO.
