           05  LINE 03 COL 12 VALUE 'TITLE'.
           05  LINE 03 COL 45 VALUE 'GENRE'.
           05  LINE 03 COL 63 VALUE 'PRICE'.
           05  LINE 03 COL 71 VALUE 'TYPE'.

       01  IDSCREEN.
           05  BLANK SCREEN.
           05  CATPICKID   LINE 22 COL 41 PIC 9(06)
                            USING VFX-4-BUY-ID.

       01  RENTBUYSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'TITLE   : '.
           05  LINE 01 COL 12 PIC X(30) FROM VFX-4-TITLE.
           05  LINE 03 COL 01 VALUE 'B = BUY  AT '.
           05  LINE 03 COL 13 PIC ZZ9.99 FROM VML-PRICE.
           05  LINE 04 COL 01 VALUE 'R = RENT AT '.
           05  LINE 04 COL 13 PIC ZZ9.99 FROM VML-RENT-PRICE.
           05  LINE 04 COL 20 VALUE 'FOR'.
           05  LINE 04 COL 24 PIC ZZ9 FROM VML-RENT-HOURS.
           05  LINE 04 COL 28 VALUE 'HOURS'.
           05  LINE 06 COL 01 VALUE 'BUY OR RENT (B/R): '.
           05  RENTBUY     LINE 06 COL 20 PIC X(01)
                            USING VFX-4-SALE-TYPE.

       01  CONFIRMBUYSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'TITLE   : '.
           05  LINE 01 COL 12 PIC X(30) FROM VFX-4-TITLE.
           05  LINE 02 COL 01 VALUE 'GENRE   : '.
           05  LINE 02 COL 12 PIC X(15) FROM VFX-4-GENRE.
           05  LINE 02 COL 30 PIC X(08) FROM VFX-4-SALE-DESC.
           05  LINE 02 COL 39 PIC Z(08) FROM VFX-4-RENT-EXP-DATE.
           05  LINE 03 COL 01 VALUE 'PRICE   : '.
           05  LINE 03 COL 12 PIC ZZ9.99 FROM VFX-4-LIST-PRICE.
           05  LINE 04 COL 01 VALUE 'PROMO   : '.
           05  BUYPROMO    LINE 04 COL 12 PIC X(10)
                            USING VFX-4-PROMO-CODE.
           05  LINE 04 COL 24 VALUE '(BLANK = NONE)'.
           05  LINE 05 COL 01 VALUE 'DISCOUNT: '.
           05  LINE 05 COL 12 PIC ZZ9.99 FROM VFX-4-DISCOUNT.
           05  LINE 06 COL 01 VALUE 'TAX     : '.
           05  LINE 06 COL 12 PIC ZZ9.99 FROM VFX-4-TAX.
           05  LINE 07 COL 01 VALUE 'TOTAL   : '.
           05  LINE 07 COL 11 PIC ZZZ9.99 FROM VFX-4-TOTAL.
           05  LINE 08 COL 01 VALUE 'CREDIT  : '.
           05  LINE 08 COL 11 PIC ZZZ9.99 FROM VFX-4-CREDIT-USED.
           05  LINE 08 COL 20 VALUE 'OF STORE CREDIT'.
           05  LINE 08 COL 36 PIC ZZZZ9.99 FROM VFX-4-CREDIT-BAL.
           05  LINE 09 COL 01 VALUE 'CARD    : '.
           05  LINE 09 COL 11 PIC ZZZ9.99 FROM VFX-4-CARD-DUE.
           05  LINE 10 COL 01 VALUE 'MESSAGE : '.
           05  LINE 10 COL 12 PIC X(30) FROM VFX-2-MSG.
           05  LINE 12 COL 01 VALUE 'CONFIRM PURCHASE (Y/N): '.
           05  BUYCONF     LINE 12 COL 26 PIC X(01)
                            USING VFX-4-BUY-CONF.

       01  REFUNDSCREEN.
           05  LINE 04 COL 12 PIC ZZ9.99 FROM VFX-4-TAX.
           05  LINE 05 COL 01 VALUE 'TOTAL   : '.
           05  LINE 05 COL 11 PIC ZZZ9.99 FROM VFX-4-TOTAL.
           05  LINE 06 COL 01 VALUE 'CREDIT  : '.
           05  LINE 06 COL 11 PIC ZZZ9.99 FROM VFX-4-CREDIT-USED.
           05  LINE 07 COL 01 VALUE 'CARD    : '.
           05  LINE 07 COL 11 PIC ZZZ9.99 FROM VFX-4-CARD-DUE.
           05  LINE 09 COL 01 VALUE
               'REFUND TO (C=CARD, S=STORE CREDIT): '.
           05  REFUNDDEST  LINE 09 COL 38 PIC X(01)
                            USING VFX-4-REFUND-DEST.
           05  LINE 11 COL 01 VALUE 'CONFIRM REFUND (Y/N): '.
           05  REFUNDCONF  LINE 11 COL 24 PIC X(01)
                            USING VFX-4-REFUND-CONF.

       01  APPROVESCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE
               'REFUND OVER APPROVAL LIMIT - ADMIN SIGN-ON REQUIRED'.
           05  LINE 02 COL 01 VALUE 'REFUND TOTAL: '.
           05  LINE 02 COL 15 PIC ZZZ9.99 FROM VFX-4-TOTAL.
           05  LINE 02 COL 24 VALUE 'LIMIT: '.
           05  LINE 02 COL 31 PIC ZZZ9.99 FROM VFX-4-REFUND-APPR-LIMIT.
           05  LINE 04 COL 01 VALUE 'APPROVER ID      :'.
           05  APPRID      LINE 04 COL 20 PIC X(08)
                            USING VFX-4-APPR-ID.
           05  LINE 05 COL 01 VALUE 'APPROVER PASSWORD:'.
           05  APPRPSWD    LINE 05 COL 20 PIC X(08)
                            USING VFX-4-APPR-PSWD SECURE.

       01  VFX-4-VML-LINE.
           05  LINE PLUS 1 COL 01 PIC 9(06) FROM VFX-4-ID.
           05             COL 12 PIC X(30) FROM VFX-4-TITLE.
           05             COL 45 PIC X(15) FROM VFX-4-GENRE.
           05             COL 63 PIC ZZ9.99 FROM VFX-4-PRICE.
           05             COL 71 PIC X(06) FROM VFX-4-LINE-TYPE.
