      ******************************************************************
      *COPYBOOK: FD-SHIFT-WRK
      *ABSTRACT: FD for the shift balancing batch's work file. An 'O'
      *          row holds one operator's totals for the period: card
      *          sales, refunds and declines from the card ledger and
      *          store credit spent and refunded from the wallet
      *          ledger, each with its tax. Rows posted with no
      *          operator stamp total under a blank operator id. An
      *          'A' row is one refund posting made with a second
      *          operator's approval, keyed by the operator who keyed
      *          it, so the approval list reads in operator order.
      *          The 'O' row also carries the titles on file that the
      *          operator sold in the period, from the purchase and
      *          archive files, and the money the ledgers took for
      *          those sales net of any refund or chargeback since.
      *          A 'U' row is one refund, chargeback or chargeback
      *          reversal of a sale in the period, held until the
      *          ledgers have been read so the operator who made the
      *          sale can be traced from the original ledger row.
      ******************************************************************
       FD  SHW-FILE.
       01  SHW-REC.
           05  SHW-KEY.
               10  SHW-TYPE            PIC X(01).
                   88  SHW-OPR-TOTAL       VALUE 'O'.
                   88  SHW-APPROVAL        VALUE 'A'.
                   88  SHW-UNDONE-SALE     VALUE 'U'.
               10  SHW-OPERATOR        PIC X(08).
               10  SHW-TSTAMP          PIC X(21).
               10  SHW-VM-ID           PIC 9(08).
               10  SHW-SOURCE          PIC X(01).
                   88  SHW-FROM-CARD       VALUE 'C'.
                   88  SHW-FROM-WALLET     VALUE 'W'.
           05  SHW-TOTALS.
               10  SHW-CARD-SALE-CTR   PIC 9(05).
               10  SHW-CARD-SALE-AMT   PIC 9(07)V99.
               10  SHW-CARD-SALE-TAX   PIC 9(06)V99.
               10  SHW-CARD-REF-CTR    PIC 9(05).
               10  SHW-CARD-REF-AMT    PIC 9(07)V99.
               10  SHW-CARD-REF-TAX    PIC 9(06)V99.
               10  SHW-DECL-CTR        PIC 9(05).
               10  SHW-WLT-SALE-CTR    PIC 9(05).
               10  SHW-WLT-SALE-AMT    PIC 9(07)V99.
               10  SHW-WLT-SALE-TAX    PIC 9(06)V99.
               10  SHW-WLT-REF-CTR     PIC 9(05).
               10  SHW-WLT-REF-AMT     PIC 9(07)V99.
               10  SHW-WLT-REF-TAX     PIC 9(06)V99.
               10  SHW-APPR-CTR        PIC 9(05).
               10  SHW-TTL-CTR         PIC 9(05).
               10  SHW-TTL-AMT         PIC 9(07)V99.
               10  SHW-PAID-AMT        PIC S9(07)V99.
           05  SHW-APPR-DATA REDEFINES SHW-TOTALS.
               10  SHW-APPR-OPERATOR   PIC X(08).
               10  SHW-APPR-AMT        PIC 9(05)V99.
               10  SHW-APPR-TAX        PIC 9(03)V99.
               10  SHW-APPR-ITEM       PIC X(30).
               10  FILLER              PIC X(71).
           05  SHW-UNDO-DATA REDEFINES SHW-TOTALS.
               10  SHW-UND-KIND        PIC X(01).
                   88  SHW-UND-TAKEN-BACK  VALUE 'U'.
                   88  SHW-UND-RESTORED    VALUE 'V'.
               10  SHW-UND-OPERATOR    PIC X(08).
               10  SHW-UND-REF-TSTAMP  PIC X(21).
               10  SHW-UND-VML-ID      PIC 9(06).
               10  SHW-UND-SALE-DATE   PIC 9(08).
               10  SHW-UND-ITEM        PIC X(30).
               10  SHW-UND-AMT         PIC 9(05)V99.
               10  FILLER              PIC X(40).
           05  FILLER                  PIC X(05).
