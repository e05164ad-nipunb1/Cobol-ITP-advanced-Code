           05  WS-VM-STATUS            PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-ZIP-STATUS           PIC X(02).
           05  WS-RUN-STATUS           PIC X(02).
           05  WS-SEN-STATUS           PIC X(02).
           05  WS-SPL-STATUS           PIC X(02).
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-ANY-WALLET           PIC X(01).
           05  WS-WALLET-BAL           PIC 9(05)V99.
           05  WS-EOF-VM               PIC X(01) VALUE 'N'.
           05  WS-RUN-ABORT            PIC X(01) VALUE 'N'.
           05  WS-RESTART-SW           PIC X(01) VALUE 'N'.
               10  WS-STMT-MONTH       PIC 9(02).
           05  WS-RUNNING-TOTAL        PIC 9(05)V99 VALUE ZERO.
           05  WS-TAX-TOTAL            PIC 9(05)V99 VALUE ZERO.
           05  WS-RENTAL-TOTAL         PIC 9(05)V99 VALUE ZERO.
           05  WS-MBR-CTR              PIC 9(05) COMP VALUE ZERO.
           05  WS-STMT-CTR             PIC 9(05) COMP VALUE ZERO.
           05  WS-INACT-SKIP-CTR       PIC 9(05) COMP VALUE ZERO.
       01  WS-TITLE-HDR.
           05  FILLER PIC X(64) VALUE
       'TITLE ID  TITLE                          GENRE           PRICE'.
           05  FILLER                  PIC X(06) VALUE 'TYPE'.
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-TITLE-DTL.
           05  WS-T-ID                 PIC 9(06).
           05  WS-T-GENRE              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-T-PRICE              PIC ZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-T-KIND               PIC X(06).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-SUB-LINE.
           05  WS-S-PRICE              PIC ZZZ9.99.
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  WS-RENTAL-LINE.
           05  FILLER                  PIC X(31) VALUE
               'RENTAL CHARGES FOR THE MONTH:'.
           05  WS-RENTL-PRICE          PIC ZZZZ9.99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-TAX-LINE.
           05  FILLER                  PIC X(31) VALUE
               'SALES TAX FOR THE MONTH:'.
               'NO TITLES PURCHASED THIS PERIOD.'.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-WALLET-HDR.
           05  FILLER PIC X(58) VALUE
       'WALLET    DATE      TITLE                           AMOUNT'.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-WALLET-DTL.
           05  WS-W-TYPE               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W-DATE               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-W-ITEM               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-W-AMOUNT             PIC ZZZ9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-WALLET-BAL-LINE.
           05  FILLER                  PIC X(31) VALUE
               'STORE CREDIT BALANCE:'.
           05  WS-WBAL-AMOUNT          PIC ZZZZ9.99.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

