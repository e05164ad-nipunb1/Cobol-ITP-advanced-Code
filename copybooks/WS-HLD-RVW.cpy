      ******************************************************************
      *COPYBOOK: WS-HLD-RVW
      *ABSTRACT: Working storage for the held-sale review page.
      ******************************************************************
       01  WS-HLD-RVW-FIELDS.
           05  WS-TSTAMP               PIC X(21).
           05  WS-TODAY                PIC 9(08).
           05  VFX-M-PROG              PIC X(20).
           05  WS-HLD-STATUS           PIC X(02).
           05  WS-VTP-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-CRT-STATUS           PIC 9(04).
           05  WS-OPERATOR-ID          PIC X(08).
           05  WS-OPERATOR-PSWD        PIC X(08).
           05  WS-OPERATOR-AUTH        PIC X(01).
               88  WS-AUTH-CAN-REVIEW      VALUE 'R' 'A'.
               88  WS-AUTH-CAN-LIMITS      VALUE 'A'.
           05  WS-SIGNON-RESULT        PIC X(01).
               88  WS-SIGNON-APPROVED      VALUE 'A'.
               88  WS-SIGNON-DENIED        VALUE 'D'.
           05  WS-SIGNON-TRY           PIC 9(01) COMP.
           05  VFX-10-ACTION           PIC X(01).
               88  VFX-10-ACT-NEXT         VALUE 'N'.
               88  VFX-10-ACT-LIMITS       VALUE 'P'.
               88  VFX-10-ACT-QUIT         VALUE 'Q'.
           05  VFX-10-DECISION         PIC X(01).
               88  VFX-10-DEC-RELEASE      VALUE 'R' 'r'.
               88  VFX-10-DEC-REJECT       VALUE 'J' 'j'.
           05  VFX-10-CONF             PIC X(01).
           05  VFX-10-RESP             PIC X(01).
           05  VFX-10-LAST-KEY         PIC X(14) VALUE LOW-VALUES.
           05  VFX-10-FOUND            PIC X(01).
           05  VFX-10-SCAN-DONE        PIC X(01).
           05  VFX-10-VTP-OK           PIC X(01).
           05  VFX-10-RULE-DESC        PIC X(20).
           05  VFX-10-CARD-LAST4       PIC X(04).
           05  VFX-10-CARD-DUE         PIC 9(04)V99.
           05  VFX-10-CALL-TYPE        PIC X(01).
           05  VFX-10-CALL-REF-TS      PIC X(21).
           05  VFX-10-CALL-RESULT      PIC X(01).
           05  VFX-10-WLT-FUNC         PIC X(01).
           05  VFX-10-WLT-SALE-DATE    PIC 9(08).
           05  VFX-10-WLT-CARD-PART    PIC X(01).
           05  VFX-10-WLT-BAL          PIC 9(05)V99.
           05  VFX-10-WLT-RESULT       PIC X(01).
               88  VFX-10-WLT-APPLIED      VALUE 'A'.
           05  VFX-10-VEL-FUNC         PIC X(01).
           05  VFX-10-VEL-RESULT       PIC X(01).
           05  VFX-10-VEL-RULE         PIC X(03).
           05  VFX-10-RENT-EXPIRY.
               10  VFX-10-RENT-EXP-DATE PIC 9(08).
               10  VFX-10-RENT-EXP-TIME PIC 9(04).
           05  VFX-10-EXP-BASE         PIC 9(08).
           05  VFX-10-EXP-HH           PIC 9(02).
           05  VFX-10-EXP-MM           PIC 9(02).
           05  VFX-10-EXP-HOURS        PIC 9(05).
           05  VFX-10-EXP-DAYS         PIC 9(03).
           05  VFX-10-ENTRY.
               10  VFX-10-E-MAX-SALES  PIC 9(03).
               10  VFX-10-E-MAX-AMOUNT PIC 9(05)V99.
               10  VFX-10-E-MAX-MBRS   PIC 9(02).
           05  VFX-10-CHG-CTR          PIC 9(05) COMP VALUE ZERO.
           05  VFX-2-MSG               PIC X(30).

       COPY WS-AUDIT-CALL.
