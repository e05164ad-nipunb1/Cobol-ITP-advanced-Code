           05  WS-BMK-STATUS           PIC X(02).
           05  WS-RETRY-STATUS         PIC X(02).
           05  WS-TAX-STATUS           PIC X(02).
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-HLD-STATUS           PIC X(02).
           05  WS-VTA-STATUS           PIC X(02).
           05  WS-CRT-STATUS           PIC 9(04).
           05  WS-OPERATOR-ID          PIC X(08).
           05  WS-OPERATOR-PSWD        PIC X(08).
           05  VFX-4-PRICE             PIC 9(03)V99.
           05  VFX-4-TAX               PIC 9(03)V99.
           05  VFX-4-TOTAL             PIC 9(04)V99.
           05  VFX-4-LIST-PRICE        PIC 9(03)V99.
           05  VFX-4-PROMO-CODE        PIC X(10).
           05  VFX-4-DISCOUNT          PIC 9(03)V99.
           05  VFX-4-CREDIT-BAL        PIC 9(05)V99.
           05  VFX-4-CREDIT-USED       PIC 9(04)V99.
           05  VFX-4-CREDIT-PRICE      PIC 9(03)V99.
           05  VFX-4-CREDIT-TAX        PIC 9(03)V99.
           05  VFX-4-CARD-PRICE        PIC 9(03)V99.
           05  VFX-4-CARD-TAX          PIC 9(03)V99.
           05  VFX-4-CARD-DUE          PIC 9(04)V99.
           05  VFX-4-WLT-FUNC          PIC X(01).
           05  VFX-4-WLT-AMOUNT        PIC 9(04)V99.
           05  VFX-4-WLT-TAX           PIC 9(03)V99.
           05  VFX-4-WLT-SALE-DATE     PIC 9(08).
           05  VFX-4-WLT-CARD-PART     PIC X(01).
           05  VFX-4-WLT-RESULT        PIC X(01).
               88  VFX-4-WLT-APPLIED       VALUE 'A'.
           05  VFX-4-SALE-TYPE         PIC X(01).
               88  VFX-4-SALE-BUY          VALUE 'B' 'b'.
               88  VFX-4-SALE-RENT         VALUE 'R' 'r'.
           05  VFX-4-SALE-DESC         PIC X(08).
           05  VFX-4-RENT-HOURS        PIC 9(03).
           05  VFX-4-RENT-EXPIRY.
               10  VFX-4-RENT-EXP-DATE PIC 9(08).
               10  VFX-4-RENT-EXP-TIME PIC 9(04).
           05  VFX-4-EXP-BASE          PIC 9(08).
           05  VFX-4-EXP-HH            PIC 9(02).
           05  VFX-4-EXP-MM            PIC 9(02).
           05  VFX-4-EXP-HOURS         PIC 9(05).
           05  VFX-4-EXP-DAYS          PIC 9(03).
           05  VFX-4-VTP-OK            PIC X(01).
           05  VFX-4-VEL-FUNC          PIC X(01).
           05  VFX-4-VEL-RESULT        PIC X(01).
               88  VFX-4-VEL-PASSED        VALUE 'P'.
               88  VFX-4-VEL-HELD          VALUE 'H'.
           05  VFX-4-VEL-RULE          PIC X(03).
           05  VFX-4-LINE-TYPE         PIC X(06).
           05  VFX-4-LOOP              PIC X(01).
           05  VFX-4-BUY-RESP          PIC X(01).
           05  VFX-4-BUY-CONF          PIC X(01).
           05  VFX-4-QUIT              PIC X(01).
           05  VFX-4-REFUND-RESP       PIC X(01).
           05  VFX-4-REFUND-CONF       PIC X(01).
           05  VFX-4-REFUND-DEST       PIC X(01).
               88  VFX-4-REFUND-TO-CARD    VALUE 'C' 'c'.
               88  VFX-4-REFUND-TO-CREDIT  VALUE 'S' 's'.
           05  VFX-4-REFUND-ID-KEY.
               10  VFX-4-REFUND-ID     PIC 9(06).
           05  VFX-4-REFUND-CC-ID      PIC 9(08).
           05  VFX-4-REFUND-CARD       PIC X(16).
           05  VFX-4-REFUND-APPR-LIMIT PIC 9(04)V99 VALUE 50.00.
           05  VFX-4-APPR-ID           PIC X(08) VALUE SPACES.
           05  VFX-4-APPR-PSWD         PIC X(08).
           05  VFX-4-APPR-AUTH         PIC X(01).
               88  VFX-4-APPR-IS-ADMIN     VALUE 'A'.
           05  VFX-4-APPR-RESULT       PIC X(01).
               88  VFX-4-APPR-GRANTED      VALUE 'A'.
               88  VFX-4-APPR-DENIED       VALUE 'D'.
           05  VFX-4-CALL-RESULT       PIC X(01).
           05  VFX-4-PAGE-NUM          PIC 9(02) COMP.
           05  VFX-4-PAGE-TBL.
