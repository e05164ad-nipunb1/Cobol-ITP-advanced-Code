           05  WS-SETTLE-AMT           PIC S9(09)V99 VALUE ZERO.
           05  WS-GL-AMT               PIC S9(09)V99 VALUE ZERO.
           05  WS-EXP-TBL.
               10  WS-EXP-ENTRY OCCURS 11 TIMES.
                   15  WS-EXP-PROGRAM  PIC X(20).
                   15  WS-EXP-SEEN     PIC X(01).

