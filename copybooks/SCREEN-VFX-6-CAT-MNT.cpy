           05  LINE 04 COL 01 VALUE 'A = ADD TITLE'.
           05  LINE 05 COL 01 VALUE 'R = RETIRE TITLE'.
           05  LINE 06 COL 01 VALUE 'P = SCHEDULE PRICE CHANGE'.
           05  LINE 07 COL 01 VALUE 'T = SET RENTAL TERMS'.
           05  LINE 08 COL 01 VALUE 'L = SET LICENSOR'.
           05  LINE 09 COL 01 VALUE 'Q = QUIT'.
           05  LINE 10 COL 01 VALUE 'ACTION: '.
           05  MENUACT     LINE 10 COL 09 PIC X(01)
                            USING VFX-6-ACTION.
           05  LINE 12 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 12 COL 15 PIC X(30) FROM VFX-2-MSG.

       01  CATIDSCREEN.
           05  BLANK SCREEN.
           05  LINE 04 COL 01 VALUE 'PRICE       : '.
           05  CATPRICE    LINE 04 COL 15 PIC 9(03)V99
                            USING VFX-6-E-PRICE.
           05  LINE 04 COL 22 VALUE '(ZERO = RENTAL ONLY)'.
           05  LINE 05 COL 01 VALUE 'RENTAL PRICE: '.
           05  CATRENTPRICE LINE 05 COL 15 PIC 9(03)V99
                            USING VFX-6-E-RENT-PRICE.
           05  LINE 06 COL 01 VALUE 'RENTAL HOURS: '.
           05  CATRENTHRS  LINE 06 COL 15 PIC 9(03)
                            USING VFX-6-E-RENT-HOURS.
           05  LINE 06 COL 22 VALUE '(048, 168 OR 000 = NOT RENTED)'.
           05  LINE 07 COL 01 VALUE 'LICENSOR ID : '.
           05  CATLICENSOR LINE 07 COL 15 PIC X(06)
                            USING VFX-6-E-LICENSOR.
           05  LINE 08 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 08 COL 15 PIC X(30) FROM VFX-2-MSG.
           05  LINE 10 COL 01 VALUE 'COMMIT THIS CHANGE (Y/N): '.
           05  CATCONF     LINE 10 COL 28 PIC X(01)
                            USING VFX-6-CONF.

       01  RETIRESCREEN.
           05  RETIRECONF  LINE 05 COL 27 PIC X(01)
                            USING VFX-6-CONF.

       01  RENTALSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'TITLE ID    : '.
           05  LINE 01 COL 15 PIC 9(06) FROM VML-ID.
           05  LINE 02 COL 01 VALUE 'TITLE       : '.
           05  LINE 02 COL 15 PIC X(30) FROM VML-TITLE.
           05  LINE 03 COL 01 VALUE 'SALE PRICE  : '.
           05  LINE 03 COL 15 PIC ZZ9.99 FROM VML-PRICE.
           05  LINE 05 COL 01 VALUE 'RENTAL PRICE: '.
           05  NEWRENTPRICE LINE 05 COL 15 PIC 9(03)V99
                            USING VFX-6-E-RENT-PRICE.
           05  LINE 06 COL 01 VALUE 'RENTAL HOURS: '.
           05  NEWRENTHRS  LINE 06 COL 15 PIC 9(03)
                            USING VFX-6-E-RENT-HOURS.
           05  LINE 06 COL 22 VALUE '(048, 168 OR 000 = NOT RENTED)'.
           05  LINE 08 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 08 COL 15 PIC X(30) FROM VFX-2-MSG.
           05  LINE 10 COL 01 VALUE 'COMMIT THIS CHANGE (Y/N): '.
           05  RENTALCONF  LINE 10 COL 28 PIC X(01)
                            USING VFX-6-CONF.

       01  LICENSORSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'TITLE ID    : '.
           05  LINE 01 COL 15 PIC 9(06) FROM VML-ID.
           05  LINE 02 COL 01 VALUE 'TITLE       : '.
           05  LINE 02 COL 15 PIC X(30) FROM VML-TITLE.
           05  LINE 04 COL 01 VALUE 'LICENSOR ID : '.
           05  NEWLICENSOR LINE 04 COL 15 PIC X(06)
                            USING VFX-6-E-LICENSOR.
           05  LINE 04 COL 22 VALUE '(BLANK = NONE ASSIGNED)'.
           05  LINE 06 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 06 COL 15 PIC X(30) FROM VFX-2-MSG.
           05  LINE 08 COL 01 VALUE 'COMMIT THIS CHANGE (Y/N): '.
           05  LICENSORCONF LINE 08 COL 28 PIC X(01)
                            USING VFX-6-CONF.

       01  PRICESCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'TITLE ID    : '.
