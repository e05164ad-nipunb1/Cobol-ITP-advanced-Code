           05  LINE 09 COL 01 VALUE 'NEW CARD    : '.
           05  MNTNEWCC    LINE 09 COL 15 PIC X(16)
                            USING VFX-5-E-NEW-CC.
           05  LINE 09 COL 33 VALUE 'EXPIRES (YYYYMM): '.
           05  MNTCCEXP    LINE 09 COL 51 PIC 9(06)
                            USING VFX-5-E-CC-EXP.
           05  LINE 10 COL 01 VALUE '(LEAVE BLANK TO KEEP CARD)'.
           05  LINE 10 COL 33 VALUE '(EXPIRY OF THE CARD KEPT OR NEW)'.
           05  LINE 11 COL 01 VALUE 'MESSAGE     : '.
           05  LINE 11 COL 15 PIC X(30) FROM VFX-2-MSG.

