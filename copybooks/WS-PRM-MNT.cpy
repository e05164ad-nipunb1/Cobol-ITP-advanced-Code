      ******************************************************************
      *COPYBOOK: WS-PRM-MNT
      *ABSTRACT: Working storage for the promotion code maintenance
      *          page.
      ******************************************************************
       01  WS-PRM-MNT-FIELDS.
           05  WS-TSTAMP               PIC X(21).
           05  WS-TODAY                PIC 9(08).
           05  VFX-M-PROG              PIC X(20).
           05  WS-PRM-STATUS           PIC X(02).
           05  WS-VML-STATUS           PIC X(02).
           05  WS-CRT-STATUS           PIC 9(04).
           05  WS-OPERATOR-ID          PIC X(08).
           05  WS-OPERATOR-PSWD        PIC X(08).
           05  WS-OPERATOR-AUTH        PIC X(01).
               88  WS-AUTH-CAN-PROMO       VALUE 'A'.
           05  WS-SIGNON-RESULT        PIC X(01).
               88  WS-SIGNON-APPROVED      VALUE 'A'.
               88  WS-SIGNON-DENIED        VALUE 'D'.
           05  WS-SIGNON-TRY           PIC 9(01) COMP.
           05  VFX-9-ACTION            PIC X(01).
               88  VFX-9-ACT-ADD           VALUE 'A'.
               88  VFX-9-ACT-CHANGE        VALUE 'C'.
               88  VFX-9-ACT-RETIRE        VALUE 'R'.
               88  VFX-9-ACT-QUIT          VALUE 'Q'.
           05  VFX-9-SEARCH-CODE       PIC X(10).
           05  VFX-9-CONF              PIC X(01).
           05  VFX-9-RESP              PIC X(01).
           05  VFX-9-ENTRY.
               10  VFX-9-E-DESC        PIC X(30).
               10  VFX-9-E-TYPE        PIC X(01).
                   88  VFX-9-E-PERCENT     VALUE 'P'.
                   88  VFX-9-E-TYPE-VALID  VALUE 'P' 'A'.
               10  VFX-9-E-VALUE       PIC 9(03)V99.
               10  VFX-9-E-START       PIC 9(08).
               10  VFX-9-E-END         PIC 9(08).
               10  VFX-9-E-GENRE       PIC X(15).
               10  VFX-9-E-VML-ID      PIC 9(06).
               10  VFX-9-E-CAP         PIC 9(05).
           05  VFX-9-CHG-CTR           PIC 9(05) COMP VALUE ZERO.
           05  VFX-2-MSG               PIC X(30).

       COPY WS-AUDIT-CALL.
