      ******************************************************************
      *COPYBOOK: WS-MBR-NOTICE
      *ABSTRACT: Working storage for the nightly member notification
      *          extract.
      ******************************************************************
       01  WS-NOTICE-FIELDS.
           05  WS-NTC-STATUS           PIC X(02).
           05  WS-NTL-STATUS           PIC X(02).
           05  WS-NTX-RPT-STATUS       PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-RETRY-STATUS         PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-NOTICE-DATE          PIC 9(08).
           05  WS-RERUN-SW             PIC X(01) VALUE 'N'.
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-RTY              PIC X(01) VALUE 'N'.
           05  WS-NTC-VM-ID            PIC 9(08).
           05  WS-NTC-TYPE             PIC X(10).
           05  WS-NTC-TITLE            PIC X(30).
           05  WS-NTC-AMOUNT           PIC 9(05)V99.
           05  WS-NTC-TAX              PIC 9(03)V99.
           05  WS-EMAIL-OK             PIC X(01).
           05  WS-EMAIL-REASON         PIC X(24).
           05  WS-EM-LEN               PIC 9(02) COMP.
           05  WS-EM-LOCAL             PIC 9(02) COMP.
           05  WS-EM-AT-CTR            PIC 9(02) COMP.
           05  WS-EM-DOT-CTR           PIC 9(02) COMP.
           05  WS-EM-DOM-LEN           PIC 9(02) COMP.
           05  WS-EM-GAP               PIC X(01).
           05  WS-EM-DOMAIN            PIC X(30).
           05  WS-CC-READ-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-RTY-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-EVENT-CTR            PIC 9(07) COMP VALUE ZERO.
           05  WS-WRITTEN-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-ALREADY-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-EXCEPT-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(44) VALUE
       'VUFLIX MEMBER NOTIFICATION EXCEPTIONS - DAY '.
           05  WS-H1-DATE              PIC 9(08).
           05  FILLER PIC X(28) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(10) VALUE 'MEMBER'.
           05  FILLER PIC X(12) VALUE 'TYPE'.
           05  FILLER PIC X(32) VALUE 'E-MAIL ON FILE'.
           05  FILLER PIC X(26) VALUE 'REASON'.

       01  WS-DTL-LINE.
           05  WS-DTL-MEMBER           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EMAIL            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON           PIC X(24).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.
