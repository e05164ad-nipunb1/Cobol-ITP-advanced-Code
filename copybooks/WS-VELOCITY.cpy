      ******************************************************************
      *COPYBOOK: WS-VELOCITY
      *ABSTRACT: Working storage for the velocity screening link and
      *          the held-sale review page. The default limits apply
      *          until the parameter record has been set up from the
      *          review page.
      ******************************************************************
       01  WS-VELOCITY-FIELDS.
           05  WS-VLP-STATUS           PIC X(02).
           05  WS-VEL-STATUS           PIC X(02).
           05  WS-VCM-STATUS           PIC X(02).
           05  WS-VEL-TSTAMP           PIC X(21).
           05  WS-VEL-CARD             PIC X(16).
           05  WS-VEL-FOUND            PIC X(01).
           05  WS-VCM-FOUND            PIC X(01).
           05  WS-VCM-CTR              PIC 9(03) COMP.
           05  WS-SCAN-DONE            PIC X(01).
           05  WS-MAX-SALES            PIC 9(03).
           05  WS-MAX-AMOUNT           PIC 9(05)V99.
           05  WS-MAX-MEMBERS          PIC 9(02).
           05  WS-DAY-AMOUNT           PIC 9(06)V99.
           05  WS-DFLT-MAX-SALES       PIC 9(03)    VALUE 10.
           05  WS-DFLT-MAX-AMOUNT      PIC 9(05)V99 VALUE 250.00.
           05  WS-DFLT-MAX-MEMBERS     PIC 9(02)    VALUE 3.
