      ******************************************************************
      *COPYBOOK: WS-LIC-ROYALTY
      *ABSTRACT: Working storage for the monthly licensor royalty
      *          statement batch.
      ******************************************************************
       01  WS-ROYALTY-FIELDS.
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-LIC-STATUS           PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-DSP-STATUS           PIC X(02).
           05  WS-RYW-STATUS           PIC X(02).
           05  WS-RYX-STATUS           PIC X(02).
           05  WS-RYP-STATUS           PIC X(02).
           05  WS-RYR-RPT-STATUS       PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-BASE-DATE            PIC 9(08).
           05  WS-BASE-DATE-X REDEFINES WS-BASE-DATE.
               10  WS-BASE-YEAR        PIC 9(04).
               10  WS-BASE-MONTH       PIC 9(02).
               10  WS-BASE-DAY         PIC 9(02).
           05  WS-ROY-YM.
               10  WS-ROY-YEAR         PIC 9(04).
               10  WS-ROY-MONTH        PIC 9(02).
           05  WS-ROY-PERIOD REDEFINES WS-ROY-YM
                                       PIC 9(06).
           05  WS-EOF-VML              PIC X(01) VALUE 'N'.
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-WLG              PIC X(01) VALUE 'N'.
           05  WS-EOF-DSP              PIC X(01) VALUE 'N'.
           05  WS-EOF-RYW              PIC X(01) VALUE 'N'.
           05  WS-POST-VML-ID          PIC 9(06).
           05  WS-POST-KIND            PIC X(01).
               88  WS-POST-SALE            VALUE 'S'.
               88  WS-POST-DEDUCT          VALUE 'D'.
           05  WS-POST-AMOUNT          PIC 9(05)V99.
           05  WS-POST-UNITS           PIC 9(01).
           05  WS-POST-LIC-ID          PIC X(06).
           05  WS-POST-TITLE           PIC X(30).
           05  WS-POST-REASON          PIC X(15).
           05  WS-CUR-LIC-ID           PIC X(06).
           05  WS-NET-UNITS            PIC S9(07).
           05  WS-NET-SALES            PIC S9(07)V99.
           05  WS-PCT-ROYALTY          PIC S9(07)V99.
           05  WS-FLOOR-ROYALTY        PIC S9(07)V99.
           05  WS-TITLE-ROYALTY        PIC S9(07)V99.
           05  WS-LIC-UNITS            PIC 9(07).
           05  WS-LIC-DED-UNITS        PIC 9(07).
           05  WS-LIC-GROSS            PIC 9(07)V99.
           05  WS-LIC-DEDUCT           PIC 9(07)V99.
           05  WS-LIC-ROYALTY          PIC S9(07)V99.
           05  WS-TOT-PAYABLE          PIC S9(09)V99 VALUE ZERO.
           05  WS-VML-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-DUP-TITLE-CTR        PIC 9(05) COMP VALUE ZERO.
           05  WS-CC-CTR               PIC 9(07) COMP VALUE ZERO.
           05  WS-WLG-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-SALE-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-CREDIT-SALE-CTR      PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUND-CTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-CREDIT-REF-CTR       PIC 9(05) COMP VALUE ZERO.
           05  WS-LOST-CB-CTR          PIC 9(05) COMP VALUE ZERO.
           05  WS-NO-TITLE-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-STMT-CTR             PIC 9(05) COMP VALUE ZERO.
           05  WS-PAY-CTR              PIC 9(05) COMP VALUE ZERO.
           05  WS-EXC-CTR              PIC 9(05) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(44) VALUE
       'VUFLIX LICENSOR ROYALTY STATEMENTS - PERIOD '.
           05  WS-H1-YEAR              PIC 9(04).
           05  FILLER                  PIC X(01) VALUE '/'.
           05  WS-H1-MONTH             PIC 9(02).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-LIC-HDR.
           05  FILLER                  PIC X(09) VALUE 'LICENSOR '.
           05  WS-LH-LIC-ID            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LH-NAME              PIC X(30).
           05  FILLER                  PIC X(08) VALUE '  PAYEE '.
           05  WS-LH-PAYEE-ID          PIC X(10).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-LIC-TERMS.
           05  FILLER                  PIC X(12) VALUE
               '    ROYALTY '.
           05  WS-LT-PCT               PIC Z9.99.
           05  FILLER                  PIC X(25) VALUE
               '% OF NET SALES, MINIMUM '.
           05  WS-LT-MIN-FEE           PIC Z9.99.
           05  FILLER                  PIC X(13) VALUE
               ' PER NET UNIT'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-COL-HDR.
           05  FILLER PIC X(33) VALUE 'TITLE  NAME'.
           05  FILLER PIC X(05) VALUE 'UNITS'.
           05  FILLER PIC X(05) VALUE '  RET'.
           05  FILLER PIC X(11) VALUE '      GROSS'.
           05  FILLER PIC X(10) VALUE '    DEDUCT'.
           05  FILLER PIC X(11) VALUE '    ROYALTY'.
           05  FILLER PIC X(05) VALUE SPACES.

       01  WS-DTL-LINE.
           05  WS-DTL-VML-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-TITLE            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-UNITS            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-DED-UNITS        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-GROSS            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-DEDUCT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-ROYALTY          PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-TOT-LINE.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               'LICENSOR TOTAL'.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TOT-UNITS            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TOT-DED-UNITS        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TOT-GROSS            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TOT-DEDUCT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-TOT-ROYALTY          PIC -ZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-PAY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-PL-TEXT              PIC X(40).
           05  WS-PL-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-EXC-HDR.
           05  FILLER PIC X(50) VALUE
       'TITLES SOLD WITH NO LICENSOR - NO ROYALTY COMPUTED'.
           05  FILLER PIC X(30) VALUE SPACES.

       01  WS-EXC-COL-HDR.
           05  FILLER PIC X(33) VALUE 'TITLE  NAME'.
           05  FILLER PIC X(05) VALUE 'UNITS'.
           05  FILLER PIC X(05) VALUE '  RET'.
           05  FILLER PIC X(11) VALUE '      GROSS'.
           05  FILLER PIC X(10) VALUE '    DEDUCT'.
           05  FILLER PIC X(16) VALUE ' REASON'.

       01  WS-EXC-LINE.
           05  WS-EXC-VML-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-TITLE            PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-UNITS            PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-DED-UNITS        PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-GROSS            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-DEDUCT           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-EXC-REASON           PIC X(15).

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
