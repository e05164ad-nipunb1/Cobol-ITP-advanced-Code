           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-BILL-YM              PIC 9(06).
           05  WS-EOF-SEN              PIC X(01) VALUE 'N'.
           05  WS-CARD-CLOSED          PIC X(01).
           05  WS-CALL-CC-ID           PIC 9(08).
           05  WS-CALL-PRICE           PIC 9(03)V99.
           05  WS-CALL-TAX             PIC 9(03)V99.
           05  WS-CALL-PROMO-CODE      PIC X(10).
           05  WS-CALL-DISCOUNT        PIC 9(03)V99.
           05  WS-CALL-ITEM            PIC X(30).
           05  WS-CALL-TYPE            PIC X(01).
           05  WS-CALL-REF-TS          PIC X(21).
           05  WS-CALL-CARD            PIC X(16).
           05  WS-CALL-OPERATOR        PIC X(08).
           05  WS-CALL-APPR-OPERATOR   PIC X(08).
           05  WS-CALL-RESULT          PIC X(01).
           05  WS-SEN-READ-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-BILLED-CTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-ALREADY-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-CANCELLED-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-CLOSED-CTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-EXCEPT-CTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

