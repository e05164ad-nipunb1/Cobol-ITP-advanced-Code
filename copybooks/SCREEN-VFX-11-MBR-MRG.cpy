      ******************************************************************
      *COPYBOOK: SCREEN-VFX-11-MBR-MRG
      *ABSTRACT: Screens for the member merge page.
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
           05  LINE 01 COL 01 VALUE 'VUFLIX - MEMBER MERGE'.
           05  LINE 02 COL 01 VALUE
               '--------------------------------------------------'.
           05  LINE 04 COL 01 VALUE 'M = MERGE TWO MEMBER IDS'.
           05  LINE 05 COL 01 VALUE 'Q = QUIT'.
           05  LINE 07 COL 01 VALUE 'ACTION: '.
           05  MENUACT     LINE 07 COL 09 PIC X(01)
                            USING VFX-11-ACTION.
           05  LINE 09 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 09 COL 15 PIC X(30) FROM VFX-2-MSG.

       01  MRGIDSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'SURVIVING MEMBER ID: '.
           05  MRGNEWID    LINE 01 COL 22 PIC 9(08)
                            USING VFX-11-NEW-ID.
           05  LINE 02 COL 01 VALUE 'RETIRING MEMBER ID : '.
           05  MRGOLDID    LINE 02 COL 22 PIC 9(08)
                            USING VFX-11-OLD-ID.

       01  MRGCONFSCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'MERGE MEMBER ACCOUNTS'.
           05  LINE 03 COL 15 VALUE 'SURVIVING'.
           05  LINE 03 COL 47 VALUE 'RETIRING'.
           05  LINE 04 COL 01 VALUE 'MEMBER ID   : '.
           05  LINE 04 COL 15 PIC 9(08) FROM VFX-11-NEW-ID.
           05  LINE 04 COL 47 PIC 9(08) FROM VFX-11-OLD-ID.
           05  LINE 05 COL 01 VALUE 'LAST NAME   : '.
           05  LINE 05 COL 15 PIC X(15) FROM VFX-11-NEW-LNAME.
           05  LINE 05 COL 47 PIC X(15) FROM VFX-11-OLD-LNAME.
           05  LINE 06 COL 01 VALUE 'FIRST NAME  : '.
           05  LINE 06 COL 15 PIC X(15) FROM VFX-11-NEW-FNAME.
           05  LINE 06 COL 47 PIC X(15) FROM VFX-11-OLD-FNAME.
           05  LINE 07 COL 01 VALUE 'E-MAIL      : '.
           05  LINE 07 COL 15 PIC X(30) FROM VFX-11-NEW-EMAIL.
           05  LINE 07 COL 47 PIC X(30) FROM VFX-11-OLD-EMAIL.
           05  LINE 08 COL 01 VALUE 'PHONE       : '.
           05  LINE 08 COL 15 PIC X(10) FROM VFX-11-NEW-PHONE.
           05  LINE 08 COL 47 PIC X(10) FROM VFX-11-OLD-PHONE.
           05  LINE 10 COL 01 VALUE
               'TITLES, ARCHIVE, BOOKMARKS, RETRIES, PLAN AND STORE'.
           05  LINE 11 COL 01 VALUE
               'CREDIT MOVE TO THE SURVIVOR. THE RETIRING ID IS'.
           05  LINE 12 COL 01 VALUE
               'CLOSED AND CANNOT BE UNMERGED.'.
           05  LINE 14 COL 01 VALUE 'COMMIT THIS MERGE (Y/N): '.
           05  MRGCONF     LINE 14 COL 27 PIC X(01)
                            USING VFX-11-CONF.

       01  MRGDONESCREEN.
           05  BLANK SCREEN.
           05  LINE 01 COL 01 VALUE 'MERGED MEMBER '.
           05  LINE 01 COL 15 PIC 9(08) FROM VFX-11-OLD-ID.
           05  LINE 01 COL 24 VALUE 'INTO '.
           05  LINE 01 COL 29 PIC 9(08) FROM VFX-11-NEW-ID.
           05  LINE 03 COL 01 VALUE 'TITLES MOVED            : '.
           05  LINE 03 COL 27 PIC ZZZ9 FROM VFX-11-VTP-MOVED.
           05  LINE 04 COL 01 VALUE 'TITLES FLAGGED - REFUND : '.
           05  LINE 04 COL 27 PIC ZZZ9 FROM VFX-11-DUP-FLAGGED.
           05  LINE 05 COL 01 VALUE 'TITLES LEFT ON RETIRED  : '.
           05  LINE 05 COL 27 PIC ZZZ9 FROM VFX-11-VTP-KEPT.
           05  LINE 06 COL 01 VALUE 'ARCHIVE ROWS MOVED      : '.
           05  LINE 06 COL 27 PIC ZZZ9 FROM VFX-11-VTA-MOVED.
           05  LINE 07 COL 01 VALUE 'ARCHIVE LEFT ON RETIRED : '.
           05  LINE 07 COL 27 PIC ZZZ9 FROM VFX-11-VTA-KEPT.
           05  LINE 08 COL 01 VALUE 'BOOKMARKS MOVED         : '.
           05  LINE 08 COL 27 PIC ZZZ9 FROM VFX-11-BMK-MOVED.
           05  LINE 09 COL 01 VALUE 'RETRY ROWS MOVED        : '.
           05  LINE 09 COL 27 PIC ZZZ9 FROM VFX-11-RTY-MOVED.
           05  LINE 10 COL 01 VALUE 'RETRY LEFT ON RETIRED   : '.
           05  LINE 10 COL 27 PIC ZZZ9 FROM VFX-11-RTY-KEPT.
           05  LINE 11 COL 01 VALUE 'SUBSCRIPTION            : '.
           05  LINE 11 COL 27 PIC X(30) FROM VFX-11-SEN-RESULT.
           05  LINE 12 COL 01 VALUE 'STORE CREDIT            : '.
           05  LINE 12 COL 27 PIC X(30) FROM VFX-11-WLT-NOTE.
           05  LINE 14 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 14 COL 15 PIC X(30) FROM VFX-2-MSG.
           05  LINE 16 COL 01 VALUE 'PRESS ENTER TO CONTINUE: '.
           05  MRGDONE     LINE 16 COL 26 PIC X(01)
                            USING VFX-11-RESP.
