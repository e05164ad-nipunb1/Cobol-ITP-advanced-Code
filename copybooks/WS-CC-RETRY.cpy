           05  WS-RETRY-RPT-STATUS     PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-TODAY                PIC 9(08).
           05  WS-EOF-RTY              PIC X(01) VALUE 'N'.
           05  WS-CARD-CLOSED          PIC X(01).
           05  WS-MAX-ATTEMPTS         PIC 9(02) VALUE 05.
           05  WS-RENT-EXPIRY.
               10  WS-RENT-EXP-DATE    PIC 9(08).
               10  WS-RENT-EXP-TIME    PIC 9(04).
           05  WS-EXP-HH               PIC 9(02).
           05  WS-EXP-MM               PIC 9(02).
           05  WS-EXP-HOURS            PIC 9(05).
           05  WS-EXP-DAYS             PIC 9(03).
           05  WS-CALL-ITEM            PIC X(30).
           05  WS-CALL-TYPE            PIC X(01).
           05  WS-CALL-REF-TS          PIC X(21).
           05  WS-CALL-CC-ID           PIC 9(08).
           05  WS-CALL-PRICE           PIC 9(03)V99.
           05  WS-CALL-TAX             PIC 9(03)V99.
           05  WS-CALL-PROMO-CODE      PIC X(10).
           05  WS-CALL-DISCOUNT        PIC 9(03)V99.
           05  WS-CALL-CARD            PIC X(16).
           05  WS-CALL-OPERATOR        PIC X(08).
           05  WS-CALL-APPR-OPERATOR   PIC X(08).
           05  WS-CALL-RESULT          PIC X(01).
           05  WS-CARD-DUE             PIC 9(04)V99.
           05  WS-WLT-FUNC             PIC X(01).
           05  WS-WLT-SALE-DATE        PIC 9(08).
           05  WS-WLT-CARD-PART        PIC X(01).
           05  WS-WLT-BAL              PIC 9(05)V99.
           05  WS-WLT-RESULT           PIC X(01).
               88  WS-WLT-APPLIED          VALUE 'A'.
           05  WS-RTY-READ-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-TRIED-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-APPROVED-CTR     PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-DECLINED-CTR     PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-GIVEUP-CTR       PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-SKIP-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-CLOSED-CTR       PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-OWNED-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-RTY-NOCREDIT-CTR     PIC 9(05) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
