      *          under. Debits equal credits by construction and a
      *          record-count/hash-total trailer lets the GL load
      *          verify the file before accepting it.
      *          Store credit moves through liability account 2300:
      *          refunds taken as credit on the posting date reverse
      *          revenue and tax into it, and credit spent on
      *          purchases that day releases it back to revenue and
      *          tax. No cash moves, so these lines stay out of the
      *          run amount the settlement cross-foot checks.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-GL-EXTRACT IS INITIAL.
       FILE-CONTROL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-GL-EXTR.
       COPY SELECT-WALLET-LDG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CC-TRAN.
       COPY FD-GL-EXTR.
       COPY FD-WALLET-LDG.

       WORKING-STORAGE SECTION.
       COPY WS-GL.
           MOVE WS-CUR-TSTAMP (1:8) TO WS-POST-DATE
       END-IF.
       PERFORM 100-INIT-BRAND-TBL.
       OPEN INPUT  CC-TRAN-FILE
                   WLG-FILE.
       OPEN OUTPUT GL-EXTR.
       MOVE WS-POST-DATE TO WS-GH-DATE.
       WRITE GL-EXTR-LINE FROM WS-GL-HDR.
                   PERFORM 200-ACCUMULATE
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-WLG = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-WLG
               NOT AT END
                   ADD 1 TO WS-WLG-READ-CTR
                   PERFORM 300-ACCUMULATE-WALLET
           END-READ
       END-PERFORM.
       PERFORM 400-JOURNAL-LINES.
       PERFORM 430-POST-WALLET.
       PERFORM 500-TRAILER.
       PERFORM 900-FOOTER.
       CLOSE   CC-TRAN-FILE
               WLG-FILE
               GL-EXTR.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-CC-READ-CTR TO WS-RUN-READ.
                  OR WS-BT-BRAND (WS-BX) = CC-TRAN-BRAND
           CONTINUE
       END-PERFORM.
      ******************************************************************
      *300-ACCUMULATE-WALLET takes the wallet ledger rows dated the
      *posting date. Store credit never settles through a processor,
      *so the movement date is the posting date. A member merge moves
      *the balance with a debit and a credit carrying no title; that
      *is neither a sale nor a refund and is left off the journal.
      ******************************************************************
       300-ACCUMULATE-WALLET.
       IF WLG-TSTAMP (1:8) = WS-POST-DATE
          AND WLG-VML-ID NOT = ZERO
           IF WLG-CREDIT
               ADD WLG-AMOUNT TO WS-WLT-ISSUED
               ADD WLG-TAX    TO WS-WLT-ISSUED-TAX
           ELSE
               ADD WLG-AMOUNT TO WS-WLT-USED
               ADD WLG-TAX    TO WS-WLT-USED-TAX
           END-IF
       END-IF.
      ******************************************************************
       400-JOURNAL-LINES.
       PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
       PERFORM 450-WRITE-JOURNAL.
       ADD WS-BT-REFUNDS (WS-BX)  TO WS-CR-TOTAL.
       ADD WS-BT-REFUNDS (WS-BX)  TO WS-HASH-TOTAL.
      ******************************************************************
      *430-POST-WALLET journals the day's store credit. Credit issued
      *debits refunds and the tax given back and credits the 2300
      *liability; credit spent debits the liability and credits
      *gross sales and the tax collected on the sale.
      ******************************************************************
       430-POST-WALLET.
       MOVE 'WLT '                TO WS-GJ-BRAND.
       MOVE SPACES                TO WS-GJ-MERCHANT.
       IF WS-WLT-ISSUED > ZERO
           COMPUTE WS-MERCH-AMT = WS-WLT-ISSUED - WS-WLT-ISSUED-TAX
           MOVE '4020'                TO WS-GJ-ACCT
           MOVE 'REFUNDS'             TO WS-GJ-DESC
           MOVE WS-MERCH-AMT          TO WS-GJ-DR
           MOVE ZERO                  TO WS-GJ-CR
           PERFORM 450-WRITE-JOURNAL
           ADD WS-MERCH-AMT           TO WS-DR-TOTAL
           ADD WS-MERCH-AMT           TO WS-HASH-TOTAL
           IF WS-WLT-ISSUED-TAX > ZERO
               MOVE '2200'                TO WS-GJ-ACCT
               MOVE 'SALES TAX DUE'       TO WS-GJ-DESC
               MOVE WS-WLT-ISSUED-TAX     TO WS-GJ-DR
               MOVE ZERO                  TO WS-GJ-CR
               PERFORM 450-WRITE-JOURNAL
               ADD WS-WLT-ISSUED-TAX      TO WS-DR-TOTAL
               ADD WS-WLT-ISSUED-TAX      TO WS-HASH-TOTAL
           END-IF
           MOVE '2300'                TO WS-GJ-ACCT
           MOVE 'STORE CREDIT'        TO WS-GJ-DESC
           MOVE ZERO                  TO WS-GJ-DR
           MOVE WS-WLT-ISSUED         TO WS-GJ-CR
           PERFORM 450-WRITE-JOURNAL
           ADD WS-WLT-ISSUED          TO WS-CR-TOTAL
           ADD WS-WLT-ISSUED          TO WS-HASH-TOTAL
       END-IF.
       IF WS-WLT-USED > ZERO
           MOVE '2300'                TO WS-GJ-ACCT
           MOVE 'STORE CREDIT'        TO WS-GJ-DESC
           MOVE WS-WLT-USED           TO WS-GJ-DR
           MOVE ZERO                  TO WS-GJ-CR
           PERFORM 450-WRITE-JOURNAL
           ADD WS-WLT-USED            TO WS-DR-TOTAL
           ADD WS-WLT-USED            TO WS-HASH-TOTAL
           COMPUTE WS-MERCH-AMT = WS-WLT-USED - WS-WLT-USED-TAX
           MOVE '4010'                TO WS-GJ-ACCT
           MOVE 'GROSS SALES'         TO WS-GJ-DESC
           MOVE ZERO                  TO WS-GJ-DR
           MOVE WS-MERCH-AMT          TO WS-GJ-CR
           PERFORM 450-WRITE-JOURNAL
           ADD WS-MERCH-AMT           TO WS-CR-TOTAL
           ADD WS-MERCH-AMT           TO WS-HASH-TOTAL
           IF WS-WLT-USED-TAX > ZERO
               MOVE '2200'                TO WS-GJ-ACCT
               MOVE 'SALES TAX DUE'       TO WS-GJ-DESC
               MOVE ZERO                  TO WS-GJ-DR
               MOVE WS-WLT-USED-TAX       TO WS-GJ-CR
               PERFORM 450-WRITE-JOURNAL
               ADD WS-WLT-USED-TAX        TO WS-CR-TOTAL
               ADD WS-WLT-USED-TAX        TO WS-HASH-TOTAL
           END-IF
       END-IF.
      ******************************************************************
       450-WRITE-JOURNAL.
       ADD 1 TO WS-JRNL-CTR.
      ******************************************************************
       900-FOOTER.
       DISPLAY 'CC-TRAN RECORDS READ..............' WS-CC-READ-CTR.
       DISPLAY 'WALLET LEDGER RECORDS READ........' WS-WLG-READ-CTR.
       DISPLAY 'JOURNAL LINES WRITTEN.............' WS-JRNL-CTR.
       DISPLAY 'DECLINED (EXCLUDED)...............' WS-DECLINED-CTR.
       DISPLAY 'UNKNOWN BRAND (EXCLUDED)..........'
