      ******************************************************************
      *COPYBOOK: WS-PROMO-RPT
      *ABSTRACT: Working storage for the promotion code redemption
      *          report batch.
      ******************************************************************
       01  WS-PROMO-RPT-FIELDS.
           05  WS-PROMO-RPT-STATUS     PIC X(02).
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-EOF-PRM              PIC X(01) VALUE 'N'.
           05  WS-EOF-CC               PIC X(01) VALUE 'N'.
           05  WS-EOF-VTP              PIC X(01) VALUE 'N'.
           05  WS-EOF-VTA              PIC X(01) VALUE 'N'.
           05  WS-EOF-WLG              PIC X(01) VALUE 'N'.
           05  WS-SEL-FROM-DATE        PIC 9(08).
           05  WS-SEL-TO-DATE          PIC 9(08).
           05  WS-PRM-READ-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-VTP-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-VTA-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-CC-READ-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-WLG-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-SALE-CTR             PIC 9(05) COMP VALUE ZERO.
           05  WS-REFUND-CTR           PIC 9(05) COMP VALUE ZERO.
           05  WS-ORIG-SALE-DATE       PIC X(08).
           05  WS-FIND-CODE            PIC X(10).
           05  WS-POST-USES            PIC S9(01).
           05  WS-POST-DISC            PIC S9(04)V99.
           05  WS-POST-NET             PIC S9(05)V99.
           05  WS-PRM-OVFL-CTR         PIC 9(05) COMP VALUE ZERO.
           05  WS-PX-CTR               PIC 9(03) COMP VALUE ZERO.
           05  WS-PX                   PIC 9(03) COMP.
           05  WS-SX                   PIC 9(03) COMP.
           05  WS-PRM-TBL.
               10  WS-PRM-ENTRY OCCURS 200 TIMES.
                   15  WS-PT-CODE          PIC X(10).
                   15  WS-PT-DESC          PIC X(20).
                   15  WS-PT-STATUS        PIC X(08).
                   15  WS-PT-USES          PIC S9(07) COMP.
                   15  WS-PT-DISC          PIC S9(07)V99.
                   15  WS-PT-NET           PIC S9(07)V99.
           05  WS-TOT-USES             PIC S9(07) COMP VALUE ZERO.
           05  WS-TOT-DISC             PIC S9(07)V99 VALUE ZERO.
           05  WS-TOT-NET              PIC S9(07)V99 VALUE ZERO.

       01  WS-HDR1.
           05  FILLER                  PIC X(37) VALUE
               'VUFLIX PROMOTION CODE REDEMPTIONS -  '.
           05  WS-H1-FROM              PIC 9(08).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-H1-TO                PIC 9(08).
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(39) VALUE
       'CODE        DESCRIPTION            USES'.
           05  FILLER PIC X(36) VALUE
       '   GROSS DISC      NET SALES  STATUS'.
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-DTL-LINE.
           05  WS-DTL-CODE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DESC             PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-USES             PIC -ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-DISC             PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NET              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS           PIC X(08).
           05  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
