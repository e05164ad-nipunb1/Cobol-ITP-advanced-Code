      ******************************************************************
      *COPYBOOK: WS-ACCT-UPD
      *ABSTRACT: Working storage for the monthly card account updater
      *          batch.
      ******************************************************************
       01  WS-ACCT-UPD-FIELDS.
           05  WS-AUP-STATUS           PIC X(02).
           05  WS-AUW-STATUS           PIC X(02).
           05  WS-AUR-RPT-STATUS       PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-NEXT-YM              PIC 9(06).
           05  WS-NEXT-YM-X REDEFINES WS-NEXT-YM.
               10  WS-NEXT-YYYY        PIC 9(04).
               10  WS-NEXT-MM          PIC 9(02).
           05  WS-CARD-EXP-YM          PIC 9(06).
           05  WS-EOF-VAULT            PIC X(01) VALUE 'N'.
           05  WS-EOF-AUP              PIC X(01) VALUE 'N'.
           05  WS-EOF-VM               PIC X(01) VALUE 'N'.
           05  WS-SCAN-DONE            PIC X(01).
           05  WS-REWRITE-OK           PIC X(01).
           05  WS-MATCH-CTR            PIC 9(05) COMP.
           05  WS-VAULT-CTR            PIC 9(07) COMP VALUE ZERO.
           05  WS-AUP-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-REPLACED-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-EXPIRY-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-CLOSED-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-NOCHG-CTR            PIC 9(07) COMP VALUE ZERO.
           05  WS-UNMATCHED-CTR        PIC 9(07) COMP VALUE ZERO.
           05  WS-REJECT-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-VM-CTR               PIC 9(07) COMP VALUE ZERO.
           05  WS-EXPIRING-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-CLOSED-MBR-CTR       PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(42) VALUE
       'VUFLIX MONTHLY CARD ACCOUNT UPDATER REPORT'.
           05  FILLER PIC X(38) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(08) VALUE 'ACTION'.
           05  FILLER PIC X(10) VALUE 'OLD CARD'.
           05  FILLER PIC X(10) VALUE 'NEW CARD'.
           05  FILLER PIC X(08) VALUE 'EXPIRY'.
           05  FILLER PIC X(18) VALUE 'TOKEN'.
           05  FILLER PIC X(20) VALUE 'RESULT'.
           05  FILLER PIC X(06) VALUE SPACES.

       01  WS-DTL-LINE.
           05  WS-DTL-ACTION           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-OLD-CARD         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-NEW-CARD         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-EXPIRY           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-TOKEN            PIC X(16).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT           PIC X(20).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-HDR3.
           05  FILLER PIC X(45) VALUE
       'MEMBERS WITH NO USABLE CARD FOR NEXT MONTH - '.
           05  WS-H3-NEXT-YM           PIC 9(06).
           05  FILLER PIC X(29) VALUE SPACES.

       01  WS-HDR4.
           05  FILLER PIC X(10) VALUE 'MEMBER'.
           05  FILLER PIC X(24) VALUE 'NAME'.
           05  FILLER PIC X(10) VALUE 'CARD'.
           05  FILLER PIC X(08) VALUE 'EXPIRY'.
           05  FILLER PIC X(20) VALUE 'REASON'.
           05  FILLER PIC X(08) VALUE SPACES.

       01  WS-MBR-LINE.
           05  WS-MBR-ID               PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-NAME             PIC X(22).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-CARD             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-EXPIRY           PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-MBR-REASON           PIC X(20).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.
