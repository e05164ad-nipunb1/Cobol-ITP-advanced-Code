           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-POST-DATE            PIC 9(08).
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-WLG              PIC X(01) VALUE 'N'.
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-WLG-READ-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-WLT-ISSUED           PIC 9(07)V99 VALUE ZERO.
           05  WS-WLT-ISSUED-TAX       PIC 9(07)V99 VALUE ZERO.
           05  WS-WLT-USED             PIC 9(07)V99 VALUE ZERO.
           05  WS-WLT-USED-TAX         PIC 9(07)V99 VALUE ZERO.
           05  WS-CC-READ-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-DECLINED-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-UNKN-BRAND-CTR       PIC 9(05) COMP VALUE ZERO.
