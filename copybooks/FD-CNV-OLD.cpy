      ******************************************************************
      *COPYBOOK: FD-CNV-OLD
      *ABSTRACT: FDs for the files the record layout conversion batch
      *          reads, laid out as the records stood before they
      *          were lengthened. Each keeps its file's key so the
      *          old file reads back in key order.
      ******************************************************************
       FD  OLD-CCT-FILE.
       01  OLD-CCT-REC.
           05  OLD-CCT-KEY.
               10  OLD-CCT-ID      PIC 9(08).
               10  OLD-CCT-TSTAMP  PIC X(21).
           05  OLD-CCT-TYPE        PIC X(01).
           05  OLD-CCT-PRICE       PIC S9(4)V99.
           05  OLD-CCT-ITEM        PIC X(30).
           05  OLD-CCT-REF-TSTAMP  PIC X(21).
           05  OLD-CCT-BRAND       PIC X(04).
           05  OLD-CCT-SETTLED     PIC X(01).
           05  OLD-CCT-SETTLE-DATE PIC 9(08).
           05  OLD-CCT-TAX         PIC S9(3)V99.
           05  FILLER              PIC X(01).

       FD  OLD-VTP-FILE.
       01  OLD-VTP-REC.
           05  OLD-VTP-KEY.
               10  OLD-VTP-VM-ID   PIC 9(08).
               10  OLD-VTP-VML-ID  PIC 9(06).
           05  OLD-VTP-PUR-DATE    PIC 9(08).
           05  OLD-VTP-PRICE       PIC 9(03)V99.
           05  OLD-VTP-TAX         PIC 9(03)V99.
           05  FILLER              PIC X(05).

       FD  OLD-VTA-FILE.
       01  OLD-VTA-REC.
           05  OLD-VTA-KEY.
               10  OLD-VTA-VM-ID   PIC 9(08).
               10  OLD-VTA-VML-ID  PIC 9(06).
           05  OLD-VTA-PUR-DATE    PIC 9(08).
           05  OLD-VTA-PRICE       PIC 9(03)V99.
           05  FILLER              PIC X(10).

       FD  OLD-RTY-FILE.
       01  OLD-RTY-REC.
           05  OLD-RTY-KEY.
               10  OLD-RTY-VM-ID   PIC 9(08).
               10  OLD-RTY-VML-ID  PIC 9(06).
           05  OLD-RTY-ITEM        PIC X(30).
           05  OLD-RTY-PRICE       PIC 9(03)V99.
           05  OLD-RTY-TAX         PIC 9(03)V99.
           05  OLD-RTY-FIRST-DATE  PIC 9(08).
           05  OLD-RTY-LAST-DATE   PIC 9(08).
           05  OLD-RTY-ATTEMPT-CTR PIC 9(02).
           05  OLD-RTY-STATE       PIC X(01).
           05  FILLER              PIC X(05).

       FD  OLD-VML-FILE.
       01  OLD-VML-REC.
           05  OLD-VML-ID          PIC 9(06).
           05  OLD-VML-TITLE       PIC X(30).
           05  OLD-VML-GENRE       PIC X(15).
           05  OLD-VML-PRICE       PIC 9(03)V99.
           05  OLD-VML-STATUS      PIC X(01).
           05  FILLER              PIC X(09).

       FD  OLD-DSP-FILE.
       01  OLD-DSP-REC.
           05  OLD-DSP-KEY.
               10  OLD-DSP-CC-ID   PIC 9(08).
               10  OLD-DSP-TSTAMP  PIC X(21).
           05  OLD-DSP-ORIG-TSTAMP PIC X(21).
           05  OLD-DSP-ITEM        PIC X(30).
           05  OLD-DSP-VML-ID      PIC 9(06).
           05  OLD-DSP-BRAND       PIC X(04).
           05  OLD-DSP-AMOUNT      PIC 9(04)V99.
           05  OLD-DSP-TAX         PIC 9(03)V99.
           05  OLD-DSP-EVIDENCE    PIC X(20).
           05  OLD-DSP-STATE       PIC X(01).
           05  OLD-DSP-FLAG-DATE   PIC 9(08).
           05  OLD-DSP-RESOLVE-DATE PIC 9(08).
           05  FILLER              PIC X(09).
