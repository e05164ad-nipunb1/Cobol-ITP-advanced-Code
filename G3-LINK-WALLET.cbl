      ******************************************************************
      *PROGRAM:  Group 3 Store Credit Wallet Link
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Program every page and batch calls to look at or
      *          move a member's store-credit wallet. Function B
      *          returns the balance, C credits the wallet (opening
      *          it on the member's first credit) and D spends from
      *          it. A debit larger than the balance is refused and
      *          nothing moves. Every credit and debit writes one
      *          dated row to the wallet ledger, so the balance can
      *          always be proved from its movements, and each
      *          row names the operator (and any approving admin)
      *          who moved the credit; a batch passes spaces. A
      *          movement for a title carries the sale's promotion
      *          code, discount and date, and whether the card took
      *          the rest of it, so the reports can tell one sale
      *          from its two halves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-WALLET IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-WALLET.
       COPY SELECT-WALLET-LDG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-WALLET.
       COPY FD-WALLET-LDG.
       WORKING-STORAGE SECTION.
       01  WS-WALLET-LINK-FIELDS.
           05  WS-WLT-STATUS           PIC X(02).
           05  WS-WLG-STATUS           PIC X(02).
           05  WS-WLT-TSTAMP           PIC X(21).
           05  WS-WLT-FOUND            PIC X(01).
           05  WS-WRITE-DONE           PIC X(01).

       LINKAGE SECTION.
       01  LK-WLT-FUNC             PIC X(01).
           88  LK-WLT-BALANCE-INQ      VALUE 'B'.
           88  LK-WLT-CREDIT           VALUE 'C'.
           88  LK-WLT-DEBIT            VALUE 'D'.
       01  LK-WLT-VM-ID            PIC 9(08).
       01  LK-WLT-AMOUNT           PIC 9(04)V99.
       01  LK-WLT-TAX              PIC 9(03)V99.
       01  LK-WLT-PROMO-CODE       PIC X(10).
       01  LK-WLT-DISCOUNT         PIC 9(03)V99.
       01  LK-WLT-ITEM             PIC X(30).
       01  LK-WLT-VML-ID           PIC 9(06).
       01  LK-WLT-SALE-DATE        PIC 9(08).
       01  LK-WLT-CARD-PART        PIC X(01).
       01  LK-WLT-BALANCE          PIC 9(05)V99.
       01  LK-WLT-OPERATOR         PIC X(08).
       01  LK-WLT-APPR-OPERATOR    PIC X(08).
       01  LK-WLT-RESULT           PIC X(01).
           88  LK-WLT-APPLIED          VALUE 'A'.
           88  LK-WLT-REFUSED          VALUE 'D'.

       PROCEDURE DIVISION USING LK-WLT-FUNC, LK-WLT-VM-ID,
                                 LK-WLT-AMOUNT, LK-WLT-TAX,
                                 LK-WLT-PROMO-CODE, LK-WLT-DISCOUNT,
                                 LK-WLT-ITEM, LK-WLT-VML-ID,
                                 LK-WLT-SALE-DATE, LK-WLT-CARD-PART,
                                 LK-WLT-BALANCE, LK-WLT-OPERATOR,
                                 LK-WLT-APPR-OPERATOR, LK-WLT-RESULT.
       100-MAIN.
           OPEN I-O WLT-FILE
           OPEN I-O WLG-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-WLT-TSTAMP
           MOVE LK-WLT-VM-ID TO WLT-VM-ID-KEY
           READ WLT-FILE
               INVALID KEY
                   MOVE 'N'  TO WS-WLT-FOUND
                   MOVE ZERO TO WLT-BALANCE
               NOT INVALID KEY
                   MOVE 'Y'  TO WS-WLT-FOUND
           END-READ
           SET LK-WLT-APPLIED TO TRUE
           EVALUATE TRUE
               WHEN LK-WLT-CREDIT
                   PERFORM 200-CREDIT-WALLET
               WHEN LK-WLT-DEBIT
                   PERFORM 300-DEBIT-WALLET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WLT-BALANCE TO LK-WLT-BALANCE
           CLOSE WLT-FILE
                 WLG-FILE.
       EXIT PROGRAM.
      ******************************************************************
      *200-CREDIT-WALLET opens the wallet on a member's first credit
      *and adds to it after that.
      ******************************************************************
       200-CREDIT-WALLET.
           ADD LK-WLT-AMOUNT TO WLT-BALANCE
           MOVE WS-WLT-TSTAMP (1:8) TO WLT-LAST-DATE
           IF WS-WLT-FOUND = 'Y'
               REWRITE WLT-REC
                   INVALID KEY
                       SET LK-WLT-REFUSED TO TRUE
               END-REWRITE
           ELSE
               WRITE WLT-REC
                   INVALID KEY
                       SET LK-WLT-REFUSED TO TRUE
               END-WRITE
           END-IF
           IF LK-WLT-APPLIED
               MOVE 'C' TO WLG-TYPE
               PERFORM 400-WRITE-LEDGER
           END-IF.
      ******************************************************************
      *300-DEBIT-WALLET spends credit only when the whole amount is
      *there - the caller has already sized the debit to the balance
      *it was shown, so a shortfall means the balance moved under it.
      ******************************************************************
       300-DEBIT-WALLET.
           IF WS-WLT-FOUND NOT = 'Y'
              OR WLT-BALANCE < LK-WLT-AMOUNT
               SET LK-WLT-REFUSED TO TRUE
           ELSE
               SUBTRACT LK-WLT-AMOUNT FROM WLT-BALANCE
               MOVE WS-WLT-TSTAMP (1:8) TO WLT-LAST-DATE
               REWRITE WLT-REC
                   INVALID KEY
                       SET LK-WLT-REFUSED TO TRUE
               END-REWRITE
               IF LK-WLT-APPLIED
                   MOVE 'D' TO WLG-TYPE
                   PERFORM 400-WRITE-LEDGER
               END-IF
           END-IF.
      ******************************************************************
       400-WRITE-LEDGER.
           MOVE LK-WLT-VM-ID  TO WLG-VM-ID
           MOVE WS-WLT-TSTAMP TO WLG-TSTAMP
           MOVE ZERO          TO WLG-SEQ
           MOVE LK-WLT-AMOUNT TO WLG-AMOUNT
           MOVE LK-WLT-TAX    TO WLG-TAX
           MOVE LK-WLT-ITEM   TO WLG-ITEM
           MOVE LK-WLT-VML-ID TO WLG-VML-ID
           MOVE WLT-BALANCE   TO WLG-BAL-AFTER
           MOVE LK-WLT-OPERATOR      TO WLG-OPERATOR
           MOVE LK-WLT-APPR-OPERATOR TO WLG-APPR-OPERATOR
           MOVE LK-WLT-PROMO-CODE    TO WLG-PROMO-CODE
           MOVE LK-WLT-DISCOUNT      TO WLG-DISCOUNT
           MOVE LK-WLT-SALE-DATE     TO WLG-SALE-DATE
           MOVE LK-WLT-CARD-PART     TO WLG-CARD-PART
           MOVE 'N' TO WS-WRITE-DONE
           PERFORM UNTIL WS-WRITE-DONE = 'Y'
               WRITE WLG-REC
                   INVALID KEY
                       IF WLG-SEQ < 999
                           ADD 1 TO WLG-SEQ
                       ELSE
                           MOVE 'Y' TO WS-WRITE-DONE
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-WRITE-DONE
               END-WRITE
           END-PERFORM.
