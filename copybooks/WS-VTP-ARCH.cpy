           05  WS-ARCH-RPT-STATUS      PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
               88  WS-VTA-ON-FILE          VALUE '22'.
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-CUR-YEAR             PIC 9(04).
           05  WS-CUTOFF-YEAR          PIC 9(04).
