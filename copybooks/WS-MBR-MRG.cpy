      ******************************************************************
      *COPYBOOK: WS-MBR-MRG
      *ABSTRACT: Working storage for the member merge page.
      ******************************************************************
       01  WS-MBR-MRG-FIELDS.
           05  WS-TSTAMP               PIC X(21).
           05  WS-TODAY                PIC 9(08).
           05  VFX-M-PROG              PIC X(20).
           05  WS-VM-STATUS            PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-BMK-STATUS           PIC X(02).
           05  WS-RETRY-STATUS         PIC X(02).
           05  WS-SEN-STATUS           PIC X(02).
           05  WS-DSP-STATUS           PIC X(02).
           05  WS-HLD-STATUS           PIC X(02).
           05  WS-MRF-STATUS           PIC X(02).
           05  WS-CRT-STATUS           PIC 9(04).
           05  WS-OPERATOR-ID          PIC X(08).
           05  WS-OPERATOR-PSWD        PIC X(08).
           05  WS-OPERATOR-AUTH        PIC X(01).
               88  WS-AUTH-CAN-MERGE       VALUE 'A'.
           05  WS-SIGNON-RESULT        PIC X(01).
               88  WS-SIGNON-APPROVED      VALUE 'A'.
               88  WS-SIGNON-DENIED        VALUE 'D'.
           05  WS-SIGNON-TRY           PIC 9(01) COMP.
           05  VFX-11-ACTION           PIC X(01).
               88  VFX-11-ACT-MERGE        VALUE 'M'.
               88  VFX-11-ACT-QUIT         VALUE 'Q'.
           05  VFX-11-CONF             PIC X(01).
           05  VFX-11-RESP             PIC X(01).
           05  VFX-11-NEW-ID           PIC 9(08).
           05  VFX-11-OLD-ID           PIC 9(08).
           05  VFX-11-NEW-MBR.
               10  VFX-11-NEW-LNAME    PIC X(15).
               10  VFX-11-NEW-FNAME    PIC X(15).
               10  VFX-11-NEW-EMAIL    PIC X(30).
               10  VFX-11-NEW-PHONE    PIC X(10).
           05  VFX-11-OLD-MBR.
               10  VFX-11-OLD-LNAME    PIC X(15).
               10  VFX-11-OLD-FNAME    PIC X(15).
               10  VFX-11-OLD-EMAIL    PIC X(30).
               10  VFX-11-OLD-PHONE    PIC X(10).
           05  VFX-11-SCAN-DONE        PIC X(01).
           05  VFX-11-CUR-VML          PIC 9(06).
           05  VFX-11-NEXT-VML         PIC 9(06).
           05  VFX-11-OLD-EXPIRED      PIC X(01).
           05  VFX-11-NEW-EXPIRED      PIC X(01).
           05  VFX-11-NEW-FOUND        PIC X(01).
           05  VFX-11-OLD-PRICE        PIC 9(03)V99.
           05  VFX-11-OLD-TAX          PIC 9(03)V99.
           05  VFX-11-OLD-ENROLLED     PIC X(01).
           05  VFX-11-NEW-ENROLLED     PIC X(01).
           05  VFX-11-VTA-LAST         PIC X(22).
           05  VFX-11-BMK-LAST.
               10  VFX-11-BMK-LAST-OPR PIC X(08).
               10  VFX-11-BMK-LAST-VM  PIC 9(08).
           05  VFX-11-WLT-FUNC         PIC X(01).
           05  VFX-11-WLT-AMOUNT       PIC 9(04)V99.
           05  VFX-11-WLT-TAX          PIC 9(03)V99 VALUE ZERO.
           05  VFX-11-WLT-ITEM         PIC X(30) VALUE 'MEMBER MERGE'.
           05  VFX-11-WLT-VML-ID       PIC 9(06) VALUE ZERO.
           05  VFX-11-WLT-PROMO        PIC X(10) VALUE SPACES.
           05  VFX-11-WLT-DISC         PIC 9(03)V99 VALUE ZERO.
           05  VFX-11-WLT-SALE-DATE    PIC 9(08) VALUE ZERO.
           05  VFX-11-WLT-CARD-PART    PIC X(01) VALUE 'N'.
           05  VFX-11-WLT-BAL          PIC 9(05)V99.
           05  VFX-11-WLT-APPR         PIC X(08) VALUE SPACES.
           05  VFX-11-WLT-RESULT       PIC X(01).
               88  VFX-11-WLT-APPLIED      VALUE 'A'.
           05  VFX-11-AUD-AMT          PIC ZZZZ9.99.
           05  VFX-11-COUNTS.
               10  VFX-11-VTP-MOVED    PIC 9(04).
               10  VFX-11-VTP-KEPT     PIC 9(04).
               10  VFX-11-DUP-FLAGGED  PIC 9(04).
               10  VFX-11-VTA-MOVED    PIC 9(04).
               10  VFX-11-VTA-KEPT     PIC 9(04).
               10  VFX-11-BMK-MOVED    PIC 9(04).
               10  VFX-11-RTY-MOVED    PIC 9(04).
               10  VFX-11-RTY-KEPT     PIC 9(04).
               10  VFX-11-WLT-MOVED    PIC 9(05)V99.
           05  VFX-11-SEN-RESULT       PIC X(30).
           05  VFX-11-WLT-NOTE         PIC X(30).
           05  VFX-11-CHG-CTR          PIC 9(05) COMP VALUE ZERO.
           05  VFX-2-MSG               PIC X(30).

       COPY WS-AUDIT-CALL.
