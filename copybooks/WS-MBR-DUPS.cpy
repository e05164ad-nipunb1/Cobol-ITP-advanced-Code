      ******************************************************************
      *COPYBOOK: WS-MBR-DUPS
      *ABSTRACT: Working storage for the duplicate member candidate
      *          batch.
      ******************************************************************
       01  WS-DUPS-FIELDS.
           05  WS-VM-STATUS            PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-MRF-STATUS           PIC X(02).
           05  WS-DPW-STATUS           PIC X(02).
           05  WS-DPP-STATUS           PIC X(02).
           05  WS-DPR-RPT-STATUS       PIC X(02).
           05  WS-CUR-TSTAMP           PIC X(21).
           05  WS-LOWER-CASE           PIC X(26) VALUE
               'abcdefghijklmnopqrstuvwxyz'.
           05  WS-UPPER-CASE           PIC X(26) VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           05  WS-EOF-VM               PIC X(01) VALUE 'N'.
           05  WS-EOF-DPW              PIC X(01) VALUE 'N'.
           05  WS-EOF-DPP              PIC X(01) VALUE 'N'.
           05  WS-EOF-MRF              PIC X(01) VALUE 'N'.
           05  WS-MATCH-TYPE           PIC X(01).
           05  WS-MATCH-VALUE          PIC X(45).
           05  WS-MATCH-WEIGHT         PIC 9(03).
           05  WS-GRP-TYPE             PIC X(01).
           05  WS-GRP-VALUE            PIC X(45).
           05  WS-GRP-CTR              PIC 9(03) COMP VALUE ZERO.
           05  WS-GRP-MAX              PIC 9(03) COMP VALUE 50.
           05  WS-GX                   PIC 9(03) COMP.
           05  WS-GY                   PIC 9(03) COMP.
           05  WS-GRP-TBL.
               10  WS-GRP-VM-ID        PIC 9(08) OCCURS 50 TIMES.
           05  WS-FLAG-SET             PIC X(01).
           05  WS-MBR-NAME             PIC X(15).
           05  WS-BAND-LOW             PIC 9(03).
           05  WS-BAND-HIGH            PIC 9(03).
           05  WS-BAND-CTR             PIC 9(07) COMP.
           05  WS-VM-READ-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-VM-SKIP-CTR          PIC 9(07) COMP VALUE ZERO.
           05  WS-VM-INDEX-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-DPW-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-NO-VAULT-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-OVER-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-PAIR-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-HIGH-CTR             PIC 9(07) COMP VALUE ZERO.
           05  WS-MEDIUM-CTR           PIC 9(07) COMP VALUE ZERO.
           05  WS-LOW-CTR              PIC 9(07) COMP VALUE ZERO.
           05  WS-MRF-OPEN-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-MRF-DONE-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-DUP-WEIGHTS.
           05  WS-WT-EMAIL             PIC 9(03) VALUE 40.
           05  WS-WT-CARD              PIC 9(03) VALUE 40.
           05  WS-WT-PHONE             PIC 9(03) VALUE 30.
           05  WS-WT-ADDR              PIC 9(03) VALUE 30.
           05  WS-SCORE-CAP            PIC 9(03) VALUE 100.
           05  WS-SCORE-HIGH           PIC 9(03) VALUE 70.
           05  WS-SCORE-MEDIUM         PIC 9(03) VALUE 40.

       01  WS-HDR1.
           05  FILLER PIC X(46) VALUE
       'VUFLIX DUPLICATE MEMBER CANDIDATES - RUN      '.
           05  WS-H1-DATE              PIC X(08).
           05  FILLER PIC X(26) VALUE SPACES.

       01  WS-HDR2.
           05  FILLER PIC X(58) VALUE
       'SCORE: E-MAIL 40, CARD 40, PHONE 30, NAME+ADDRESS+ZIP 30'.
           05  FILLER PIC X(22) VALUE '- MAXIMUM 100'.

       01  WS-BAND-HDR.
           05  WS-BH-TEXT              PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-COL-HDR.
           05  FILLER PIC X(25) VALUE 'MEMBER   NAME'.
           05  FILLER PIC X(25) VALUE 'MEMBER   NAME'.
           05  FILLER PIC X(13) VALUE 'SCORE BAND'.
           05  FILLER PIC X(17) VALUE 'EML PHN CRD ADR'.

       01  WS-DTL-LINE.
           05  WS-DTL-VM-ID-1          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-NAME-1           PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-VM-ID-2          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-NAME-2           PIC X(15).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DTL-SCORE            PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-BAND             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-EMAIL            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-PHONE            PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-CARD             PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-DTL-ADDR             PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  WS-MRF-HDR.
           05  FILLER PIC X(80) VALUE
       'TITLES OWNED UNDER BOTH MERGED IDS - REFUND STILL OUTSTANDING'.

       01  WS-MRF-COL-HDR.
           05  FILLER PIC X(09) VALUE 'RETIRED'.
           05  FILLER PIC X(07) VALUE 'TITLE'.
           05  FILLER PIC X(09) VALUE 'SURVIVOR'.
           05  FILLER PIC X(09) VALUE 'FLAGGED'.
           05  FILLER PIC X(09) VALUE 'OPERATOR'.
           05  FILLER PIC X(07) VALUE ' PRICE'.
           05  FILLER PIC X(30) VALUE '   TAX'.

       01  WS-MRF-LINE.
           05  WS-MRF-OLD-VM-ID        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-VML-ID           PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-NEW-VM-ID        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-FLAG-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-PRICE            PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-MRF-TAX              PIC ZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
