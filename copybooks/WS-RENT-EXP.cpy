      ******************************************************************
      *COPYBOOK: WS-RENT-EXP
      *ABSTRACT: Working storage for the nightly rental expiry batch.
      ******************************************************************
       01  WS-RENT-EXP-FIELDS.
           05  WS-RENT-EXP-RPT-STATUS  PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-EOF-VTP              PIC X(01) VALUE 'N'.
           05  WS-VTP-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-RENTAL-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-EXPIRED-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-ACTIVE-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(35) VALUE
       'VUFLIX NIGHTLY RENTAL EXPIRY REPORT'.
           05  FILLER PIC X(45) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(57) VALUE
       'MEMBER ID TITLE ID TITLE                          EXPIRED'.
           05  FILLER PIC X(23) VALUE SPACES.

       01  WS-DTL-LINE.
           05  WS-DTL-MEMBER           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TITLE-ID         PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-TITLE            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-EXP-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-EXP-TIME         PIC 9(04).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.
