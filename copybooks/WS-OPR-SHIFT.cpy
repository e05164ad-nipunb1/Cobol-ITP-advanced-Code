      ******************************************************************
      *COPYBOOK: WS-OPR-SHIFT
      *ABSTRACT: Working storage for the operator shift balancing
      *          batch.
      ******************************************************************
       01  WS-SHIFT-FIELDS.
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-SHW-STATUS           PIC X(02).
           05  WS-SHR-RPT-STATUS       PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-SEL-FROM-DATE        PIC 9(08).
           05  WS-SEL-TO-DATE          PIC 9(08).
           05  WS-SEL-LIMIT-PCT        PIC 9(03).
           05  WS-DEFAULT-LIMIT-PCT    PIC 9(03) VALUE 10.
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-WLG              PIC X(01) VALUE 'N'.
           05  WS-EOF-SHW              PIC X(01) VALUE 'N'.
           05  WS-EOF-VTP              PIC X(01) VALUE 'N'.
           05  WS-EOF-VTA              PIC X(01) VALUE 'N'.
           05  WS-EOF-UND              PIC X(01).
           05  WS-EOF-VM               PIC X(01).
           05  WS-SCAN-DONE            PIC X(01).
           05  WS-BAL-KIND             PIC X(01).
               88  WS-BAL-LEDGER           VALUE 'L'.
               88  WS-BAL-TITLES           VALUE 'T'.
           05  WS-UND-LAST-KEY         PIC X(39).
           05  WS-UND-KIND             PIC X(01).
           05  WS-UND-OPERATOR         PIC X(08).
           05  WS-UND-VM-ID            PIC 9(08).
           05  WS-UND-SURVIVOR         PIC 9(08).
           05  WS-UND-SOURCE           PIC X(01).
           05  WS-UND-REF-TSTAMP       PIC X(21).
           05  WS-UND-VML-ID           PIC 9(06).
           05  WS-UND-SALE-DATE        PIC 9(08).
           05  WS-UND-ITEM             PIC X(30).
           05  WS-UND-AMT              PIC 9(05)V99.
           05  WS-UND-RESULT           PIC X(01).
               88  WS-UND-TRACED           VALUE 'F'.
               88  WS-UND-NOT-TRACED       VALUE 'N'.
               88  WS-UND-OUT-OF-RANGE     VALUE 'X'.
           05  WS-TTL-DIFF             PIC S9(08)V99.
           05  WS-TRAN-DATE            PIC X(08).
           05  WS-POST-OPERATOR        PIC X(08).
           05  WS-POST-KIND            PIC X(01).
           05  WS-POST-AMOUNT          PIC 9(05)V99.
           05  WS-POST-TAX             PIC 9(03)V99.
           05  WS-OPR-SALES            PIC 9(08)V99.
           05  WS-OPR-REFUNDS          PIC 9(08)V99.
           05  WS-OPR-RATIO            PIC 9(03)V9.
           05  WS-CC-READ-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-CC-IN-CTR            PIC 9(07) COMP VALUE ZERO.
           05  WS-WLG-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-WLG-IN-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-OPR-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-OVER-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-APPR-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-OOB-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-VTP-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-VTA-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-TTL-IN-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-UND-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-UND-MISS-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-TTL-OOB-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-LEDGER-TOTALS.
           05  WS-LDG-SALE-CTR         PIC 9(07) VALUE ZERO.
           05  WS-LDG-SALE-AMT         PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-SALE-TAX         PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-REF-CTR          PIC 9(07) VALUE ZERO.
           05  WS-LDG-REF-AMT          PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-REF-TAX          PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-DECL-CTR         PIC 9(07) VALUE ZERO.
           05  WS-LDG-SUB-CTR          PIC 9(07) VALUE ZERO.
           05  WS-LDG-SUB-AMT          PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-SUB-TAX          PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-CB-CTR           PIC 9(07) VALUE ZERO.
           05  WS-LDG-CB-AMT           PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-CB-TAX           PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-REV-CTR          PIC 9(07) VALUE ZERO.
           05  WS-LDG-REV-AMT          PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-REV-TAX          PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-WSALE-CTR        PIC 9(07) VALUE ZERO.
           05  WS-LDG-WSALE-AMT        PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-WSALE-TAX        PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-WREF-CTR         PIC 9(07) VALUE ZERO.
           05  WS-LDG-WREF-AMT         PIC 9(09)V99 VALUE ZERO.
           05  WS-LDG-WREF-TAX         PIC 9(08)V99 VALUE ZERO.
           05  WS-LDG-WXFER-CTR        PIC 9(07) VALUE ZERO.

       01  WS-OPERATOR-TOTALS.
           05  WS-OPS-SALE-CTR         PIC 9(07) VALUE ZERO.
           05  WS-OPS-SALE-AMT         PIC 9(09)V99 VALUE ZERO.
           05  WS-OPS-SALE-TAX         PIC 9(08)V99 VALUE ZERO.
           05  WS-OPS-REF-CTR          PIC 9(07) VALUE ZERO.
           05  WS-OPS-REF-AMT          PIC 9(09)V99 VALUE ZERO.
           05  WS-OPS-REF-TAX          PIC 9(08)V99 VALUE ZERO.
           05  WS-OPS-DECL-CTR         PIC 9(07) VALUE ZERO.
           05  WS-OPS-WSALE-CTR        PIC 9(07) VALUE ZERO.
           05  WS-OPS-WSALE-AMT        PIC 9(09)V99 VALUE ZERO.
           05  WS-OPS-WSALE-TAX        PIC 9(08)V99 VALUE ZERO.
           05  WS-OPS-WREF-CTR         PIC 9(07) VALUE ZERO.
           05  WS-OPS-WREF-AMT         PIC 9(09)V99 VALUE ZERO.
           05  WS-OPS-WREF-TAX         PIC 9(08)V99 VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(34) VALUE
               'VUFLIX OPERATOR SHIFT BALANCING - '.
           05  WS-H1-FROM              PIC 9(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-H1-TO                PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(19) VALUE 'REFUND RATIO LIMIT '.
           05  WS-H2-LIMIT             PIC ZZ9.
           05  FILLER PIC X(58) VALUE
               '% OF SALES, CARD AND STORE CREDIT TOGETHER'.

       01  WS-SEC-HDR.
           05  WS-SEC-TEXT             PIC X(60).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-COL-HDR.
           05  FILLER PIC X(09) VALUE 'OPERATOR'.
           05  FILLER PIC X(07) VALUE 'PAID'.
           05  FILLER PIC X(06) VALUE 'SALES'.
           05  FILLER PIC X(11) VALUE '    AMOUNT'.
           05  FILLER PIC X(10) VALUE '      TAX'.
           05  FILLER PIC X(06) VALUE 'REFND'.
           05  FILLER PIC X(11) VALUE '    AMOUNT'.
           05  FILLER PIC X(10) VALUE '      TAX'.
           05  FILLER PIC X(05) VALUE ' DECL'.
           05  FILLER PIC X(05) VALUE SPACES.

       01  WS-DTL-LINE.
           05  WS-DTL-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-PAID             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-SALE-CTR         PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-SALE-AMT         PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-SALE-TAX         PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-REF-CTR          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-REF-AMT          PIC ZZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-REF-TAX          PIC ZZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-DECL-CTR         PIC X(05).
           05  WS-DTL-DECL-NUM REDEFINES WS-DTL-DECL-CTR
                                       PIC ZZZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-RATIO-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  FILLER PIC X(13) VALUE 'REFUND RATIO '.
           05  WS-RAT-PCT              PIC ZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER PIC X(25) VALUE 'APPROVED REFUND POSTINGS '.
           05  WS-RAT-APPR             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-RAT-FLAG             PIC X(11).

       01  WS-NOTE-LINE.
           05  FILLER                  PIC X(16) VALUE SPACES.
           05  WS-NOTE-TEXT            PIC X(64).

       01  WS-BAL-LINE.
           05  WS-BAL-LABEL            PIC X(30).
           05  WS-BAL-ROWS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-AMT              PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-TAX              PIC ZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BAL-NOTE             PIC X(14).

       01  WS-BAL-COL-HDR.
           05  FILLER PIC X(30) VALUE SPACES.
           05  FILLER PIC X(09) VALUE '   ROWS'.
           05  FILLER PIC X(14) VALUE '      AMOUNT'.
           05  FILLER PIC X(13) VALUE '        TAX'.
           05  FILLER PIC X(14) VALUE SPACES.

       01  WS-TTL-COL-HDR.
           05  FILLER PIC X(09) VALUE 'OPERATOR'.
           05  FILLER PIC X(06) VALUE 'TITLES'.
           05  FILLER PIC X(14) VALUE '   TITLE VALUE'.
           05  FILLER PIC X(15) VALUE '    MONEY TAKEN'.
           05  FILLER PIC X(13) VALUE '   DIFFERENCE'.
           05  FILLER PIC X(23) VALUE SPACES.

       01  WS-TTL-LINE.
           05  WS-TTL-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TTL-ROWS             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TTL-AMT              PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TTL-PAID             PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TTL-DIFF-ED          PIC ZZZZZZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-TTL-NOTE             PIC X(14).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-APR-COL-HDR.
           05  FILLER PIC X(09) VALUE 'OPERATOR'.
           05  FILLER PIC X(09) VALUE 'APPROVER'.
           05  FILLER PIC X(09) VALUE 'MEMBER'.
           05  FILLER PIC X(09) VALUE 'DATE'.
           05  FILLER PIC X(07) VALUE 'PAID'.
           05  FILLER PIC X(09) VALUE '  AMOUNT'.
           05  FILLER PIC X(28) VALUE 'TITLE'.

       01  WS-APR-LINE.
           05  WS-APR-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-APPROVER         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-VM-ID            PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-PAID             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-AMOUNT           PIC ZZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-APR-ITEM             PIC X(28).

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
