      ******************************************************************
      *COPYBOOK: WS-MBR-ERASE
      *ABSTRACT: Working storage for the member data erasure batch.
      ******************************************************************
       01  WS-ERASE-FIELDS.
           05  WS-ERQ-STATUS           PIC X(02).
           05  WS-ERW-STATUS           PIC X(02).
           05  WS-ERC-RPT-STATUS       PIC X(02).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-VCM-STATUS           PIC X(02).
           05  WS-BMK-STATUS           PIC X(02).
           05  WS-RETRY-STATUS         PIC X(02).
           05  WS-SEN-STATUS           PIC X(02).
           05  WS-DSP-STATUS           PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-HLD-STATUS           PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-ERASE-PROG           PIC X(20)
                                       VALUE 'G3-BAT-MBR-ERASE'.
           05  WS-ERASED-LNAME         PIC X(15) VALUE 'ERASED'.
           05  WS-ERASED-FNAME         PIC X(15) VALUE 'MEMBER'.
           05  WS-EOF-ERQ              PIC X(01) VALUE 'N'.
           05  WS-EOF-BMK              PIC X(01) VALUE 'N'.
           05  WS-EOF-ERW              PIC X(01) VALUE 'N'.
           05  WS-EOF-VM               PIC X(01).
           05  WS-SCAN-DONE            PIC X(01).
           05  WS-ERASE-ID             PIC 9(08).
           05  WS-REFUSE-REASON        PIC X(30).
           05  WS-ERQ-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-ERASED-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-BEFORE-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-REFUSED-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-BMK-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-BMK-DEL-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(46) VALUE
       'VUFLIX MEMBER DATA ERASURE CERTIFICATES - RUN '.
           05  WS-H1-DATE              PIC X(08).
           05  FILLER PIC X(26) VALUE SPACES.

       01  WS-CERT-HDR.
           05  WS-CH-TITLE             PIC X(21).
           05  FILLER PIC X(07) VALUE 'MEMBER '.
           05  WS-CH-MEMBER            PIC 9(08).
           05  FILLER PIC X(10) VALUE '  REQUEST '.
           05  WS-CH-REQ-ID            PIC X(10).
           05  FILLER PIC X(11) VALUE '  RECEIVED '.
           05  WS-CH-REQ-DATE          PIC 9(08).
           05  FILLER PIC X(05) VALUE SPACES.

       01  WS-CERT-TEXT.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CT-TEXT              PIC X(76).

       01  WS-CERT-CTR.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-CC-LABEL             PIC X(35).
           05  WS-CC-VALUE             PIC ZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.
