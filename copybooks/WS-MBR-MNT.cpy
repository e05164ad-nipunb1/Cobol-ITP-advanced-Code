           05  VFX-5-TOKEN-OK          PIC X(01).
           05  VFX-5-CC-DISP           PIC X(16).
           05  VFX-5-E-NEW-CC          PIC X(16).
           05  VFX-5-E-CC-EXP          PIC 9(06).
           05  VFX-5-E-CC-EXP-X REDEFINES VFX-5-E-CC-EXP.
               10  VFX-5-E-EXP-YYYY    PIC 9(04).
               10  VFX-5-E-EXP-MM      PIC 9(02).
           05  VFX-5-OLD-CC-EXP        PIC 9(06).
           05  VFX-5-EXP-OK            PIC X(01).
           05  VFX-5-ZIP-CITY          PIC X(20).
           05  VFX-5-ZIP-STATE         PIC X(02).
           05  VFX-5-CHG-CTR           PIC 9(05) COMP VALUE ZERO.
