      ******************************************************************
      *COPYBOOK: WS-FILE-CNV
      *ABSTRACT: Working storage for the record layout conversion
      *          batch.
      ******************************************************************
       01  WS-CNV-FIELDS.
           05  WS-CNV-RPT-STATUS       PIC X(02).
           05  WS-OLD-CCT-STATUS       PIC X(02).
           05  WS-OLD-VTP-STATUS       PIC X(02).
           05  WS-OLD-VTA-STATUS       PIC X(02).
           05  WS-OLD-RTY-STATUS       PIC X(02).
           05  WS-OLD-VML-STATUS       PIC X(02).
           05  WS-OLD-DSP-STATUS       PIC X(02).
           05  WS-CC-TRAN-STATUS       PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-RETRY-STATUS         PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-DSP-STATUS           PIC X(02).
           05  WS-EOF-OLD              PIC X(01).
           05  WS-FILE-READ-CTR        PIC 9(07) COMP.
           05  WS-FILE-WRITE-CTR       PIC 9(07) COMP.
           05  WS-FILE-ERROR-CTR       PIC 9(05) COMP.
           05  WS-TOT-READ-CTR         PIC 9(07) COMP VALUE ZERO.
           05  WS-TOT-WRITE-CTR        PIC 9(07) COMP VALUE ZERO.
           05  WS-ERROR-CTR            PIC 9(05) COMP VALUE ZERO.

       01  WS-HDR1.
           05  FILLER PIC X(44) VALUE
       'VUFLIX RECORD LAYOUT CONVERSION - CONTROLS'.
           05  FILLER PIC X(36) VALUE SPACES.

       01  WS-COL-HDR.
           05  FILLER PIC X(30) VALUE 'FILE'.
           05  FILLER PIC X(11) VALUE '       READ'.
           05  FILLER PIC X(10) VALUE '   WRITTEN'.
           05  FILLER PIC X(08) VALUE '  ERRORS'.
           05  FILLER PIC X(21) VALUE SPACES.

       01  WS-FILE-LINE.
           05  WS-FL-NAME              PIC X(30).
           05  WS-FL-READ              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FL-WRITTEN           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-FL-ERRORS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-CTR-LINE.
           05  WS-CTR-LABEL            PIC X(35).
           05  WS-CTR-VALUE            PIC ZZZZZZ9.
