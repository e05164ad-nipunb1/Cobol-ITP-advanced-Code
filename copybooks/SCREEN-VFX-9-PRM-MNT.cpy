      ******************************************************************
      *COPYBOOK: SCREEN-VFX-9-PRM-MNT
      *ABSTRACT: Screens for the promotion code maintenance page.
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
           05  LINE 01 COL 01 VALUE 'VUFLIX - PROMOTION CODES'.
           05  LINE 02 COL 01 VALUE
               '--------------------------------------------------'.
           05  LINE 04 COL 01 VALUE 'A = ADD PROMOTION CODE'.
           05  LINE 05 COL 01 VALUE 'C = CHANGE PROMOTION CODE'.
           05  LINE 06 COL 01 VALUE 'R = RETIRE PROMOTION CODE'.
           05  LINE 07 COL 01 VALUE 'Q = QUIT'.
           05  LINE 09 COL 01 VALUE 'ACTION: '.
           05  MENUACT     LINE 09 COL 09 PIC X(01)
                            USING VFX-9-ACTION.
           05  LINE 11 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 11 COL 15 PIC X(30) FROM VFX-2-MSG.

       01  PRMIDSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'ENTER PROMOTION CODE:'.
           05  PRMID       LINE 01 COL 23 PIC X(10)
                            USING VFX-9-SEARCH-CODE.

       01  PRMENTRYSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'PROMO CODE  : '.
           05  LINE 01 COL 15 PIC X(10) FROM VFX-9-SEARCH-CODE.
           05  LINE 02 COL 01 VALUE 'DESCRIPTION : '.
           05  PRMDESC     LINE 02 COL 15 PIC X(30)
                            USING VFX-9-E-DESC.
           05  LINE 03 COL 01 VALUE 'TYPE        : '.
           05  PRMTYPE     LINE 03 COL 15 PIC X(01)
                            USING VFX-9-E-TYPE.
           05  LINE 03 COL 18 VALUE '(P = PERCENT OFF, A = AMOUNT OFF)'.
           05  LINE 04 COL 01 VALUE 'VALUE       : '.
           05  PRMVALUE    LINE 04 COL 15 PIC 9(03)V99
                            USING VFX-9-E-VALUE.
           05  LINE 05 COL 01 VALUE 'START DATE  : '.
           05  PRMSTART    LINE 05 COL 15 PIC 9(08)
                            USING VFX-9-E-START.
           05  LINE 06 COL 01 VALUE 'END DATE    : '.
           05  PRMEND      LINE 06 COL 15 PIC 9(08)
                            USING VFX-9-E-END.
           05  LINE 06 COL 25 VALUE '(YYYYMMDD)'.
           05  LINE 07 COL 01 VALUE 'GENRE ONLY  : '.
           05  PRMGENRE    LINE 07 COL 15 PIC X(15)
                            USING VFX-9-E-GENRE.
           05  LINE 07 COL 32 VALUE '(BLANK = ANY GENRE)'.
           05  LINE 08 COL 01 VALUE 'TITLE ONLY  : '.
           05  PRMTITLE    LINE 08 COL 15 PIC 9(06)
                            USING VFX-9-E-VML-ID.
           05  LINE 08 COL 32 VALUE '(000000 = ANY TITLE)'.
           05  LINE 09 COL 01 VALUE 'USE CAP     : '.
           05  PRMCAP      LINE 09 COL 15 PIC 9(05)
                            USING VFX-9-E-CAP.
           05  LINE 09 COL 32 VALUE '(00000 = NO CAP)'.
           05  LINE 11 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 11 COL 15 PIC X(30) FROM VFX-2-MSG.
           05  LINE 13 COL 01 VALUE 'COMMIT THIS CHANGE (Y/N): '.
           05  PRMCONF     LINE 13 COL 28 PIC X(01)
                            USING VFX-9-CONF.

       01  RETIRESCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'PROMO CODE  : '.
           05  LINE 01 COL 15 PIC X(10) FROM PRM-CODE.
           05  LINE 02 COL 01 VALUE 'DESCRIPTION : '.
           05  LINE 02 COL 15 PIC X(30) FROM PRM-DESC.
           05  LINE 03 COL 01 VALUE 'TIMES USED  : '.
           05  LINE 03 COL 15 PIC ZZZZ9 FROM PRM-USE-CTR.
           05  LINE 05 COL 01 VALUE 'RETIRE THIS CODE (Y/N): '.
           05  RETIRECONF  LINE 05 COL 26 PIC X(01)
                            USING VFX-9-CONF.
