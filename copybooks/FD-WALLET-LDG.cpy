      ******************************************************************
      *COPYBOOK: FD-WALLET-LDG
      *ABSTRACT: FD and record layout for the store-credit wallet
      *          ledger. One dated record per movement on a member's
      *          wallet: credits (a refund taken as store credit) and
      *          debits (credit spent on a purchase). WLG-TAX is the
      *          part of the amount that was sales tax, so the GL
      *          extract can move it in and out of account 2200.
      *          WLG-SEQ breaks ties within a hundredth of a second,
      *          the same way AUD-SEQ does on the audit master.
      *          WLG-OPERATOR is the operator who moved the credit,
      *          and WLG-APPR-OPERATOR the admin who approved a
      *          refund over the second-approval limit or the
      *          reviewer who released a held sale.
      *          A movement for a title sale or refund carries the
      *          sale's promotion code and discount and the date of
      *          the sale (on a refund, the sale it gives back).
      *          WLG-CARD-PART is Y when the card ledger carries the
      *          rest of the same sale or refund; the card row then
      *          stands for the unit and the promotion use, and this
      *          row for its share of the money only.
      ******************************************************************
       FD  WLG-FILE.
       01  WLG-REC.
           05  WLG-KEY.
               10  WLG-VM-ID       PIC 9(08).
               10  WLG-TSTAMP      PIC X(21).
               10  WLG-SEQ         PIC 9(03).
           05  WLG-TYPE            PIC X(01).
               88  WLG-CREDIT          VALUE 'C'.
               88  WLG-DEBIT           VALUE 'D'.
           05  WLG-AMOUNT          PIC 9(04)V99.
           05  WLG-TAX             PIC 9(03)V99.
           05  WLG-ITEM            PIC X(30).
           05  WLG-VML-ID          PIC 9(06).
           05  WLG-BAL-AFTER       PIC 9(05)V99.
           05  WLG-OPERATOR        PIC X(08).
           05  WLG-APPR-OPERATOR   PIC X(08).
           05  WLG-PROMO-CODE      PIC X(10).
           05  WLG-DISCOUNT        PIC 9(03)V99.
           05  WLG-SALE-DATE       PIC 9(08).
           05  WLG-CARD-PART       PIC X(01).
               88  WLG-WITH-CARD       VALUE 'Y'.
           05  FILLER              PIC X(10).
