      ******************************************************************
      *COPYBOOK: SCREEN-VFX-10-HLD-RVW
      *ABSTRACT: Screens for the held-sale review page.
      ******************************************************************
       01  OPIDSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'ENTER OPERATOR ID:'.
           05  OPID        LINE 01 COL 20 PIC X(08)
                            USING WS-OPERATOR-ID.
           05  LINE 02 COL 01 VALUE 'ENTER PASSWORD   :'.
           05  OPPSWD      LINE 02 COL 20 PIC X(08)
                            USING WS-OPERATOR-PSWD SECURE.

       01  MENUSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'VUFLIX - HELD SALE REVIEW'.
           05  LINE 02 COL 01 VALUE
               '--------------------------------------------------'.
           05  LINE 04 COL 01 VALUE 'N = REVIEW NEXT HELD SALE'.
           05  LINE 05 COL 01 VALUE 'P = SET VELOCITY LIMITS'.
           05  LINE 06 COL 01 VALUE 'Q = QUIT'.
           05  LINE 08 COL 01 VALUE 'ACTION: '.
           05  MENUACT     LINE 08 COL 09 PIC X(01)
                            USING VFX-10-ACTION.
           05  LINE 10 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 10 COL 15 PIC X(30) FROM VFX-2-MSG.

       01  REVIEWSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'MEMBER ID   : '.
           05  LINE 01 COL 15 PIC 9(08) FROM HLD-VM-ID.
           05  LINE 02 COL 01 VALUE 'TITLE       : '.
           05  LINE 02 COL 15 PIC 9(06) FROM HLD-VML-ID.
           05  LINE 02 COL 22 PIC X(30) FROM HLD-ITEM.
           05  LINE 03 COL 01 VALUE 'HELD AT     : '.
           05  LINE 03 COL 15 PIC X(16) FROM HLD-TSTAMP.
           05  LINE 03 COL 33 VALUE 'BY '.
           05  LINE 03 COL 36 PIC X(08) FROM HLD-SALE-OPERATOR.
           05  LINE 04 COL 01 VALUE 'RULE        : '.
           05  LINE 04 COL 15 PIC X(20) FROM VFX-10-RULE-DESC.
           05  LINE 05 COL 01 VALUE 'PRICE       : '.
           05  LINE 05 COL 15 PIC ZZ9.99 FROM HLD-PRICE.
           05  LINE 06 COL 01 VALUE 'TAX         : '.
           05  LINE 06 COL 15 PIC ZZ9.99 FROM HLD-TAX.
           05  LINE 07 COL 01 VALUE 'STORE CREDIT: '.
           05  LINE 07 COL 15 PIC ZZZ9.99 FROM HLD-CREDIT-USED.
           05  LINE 08 COL 01 VALUE 'CARD CHARGE : '.
           05  LINE 08 COL 15 PIC ZZZ9.99 FROM VFX-10-CARD-DUE.
           05  LINE 08 COL 24 VALUE 'CARD ENDING '.
           05  LINE 08 COL 36 PIC X(04) FROM VFX-10-CARD-LAST4.
           05  LINE 10 COL 01 VALUE
               'R = RELEASE AND CHARGE, J = REJECT, BLANK = SKIP: '.
           05  RVWDEC      LINE 10 COL 52 PIC X(01)
                            USING VFX-10-DECISION.

       01  LIMITSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'VUFLIX - VELOCITY LIMITS'.
           05  LINE 03 COL 01 VALUE 'SALES PER CARD PER DAY  : '.
           05  LIMSALES    LINE 03 COL 27 PIC 9(03)
                            USING VFX-10-E-MAX-SALES.
           05  LINE 04 COL 01 VALUE 'DOLLARS PER CARD PER DAY: '.
           05  LIMAMOUNT   LINE 04 COL 27 PIC 9(05)V99
                            USING VFX-10-E-MAX-AMOUNT.
           05  LINE 05 COL 01 VALUE 'MEMBERS PER CARD        : '.
           05  LIMMBRS     LINE 05 COL 27 PIC 9(02)
                            USING VFX-10-E-MAX-MBRS.
           05  LINE 07 COL 01 VALUE '(ZERO TURNS A RULE OFF)'.
           05  LINE 09 COL 01 VALUE 'COMMIT THIS CHANGE (Y/N): '.
           05  LIMCONF     LINE 09 COL 28 PIC X(01)
                            USING VFX-10-CONF.
