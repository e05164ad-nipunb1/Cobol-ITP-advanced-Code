      ******************************************************************
      *PROGRAM:  Vuflix Operator Shift Balancing
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Totals each operator's sales, refunds, declines and
      *          tax for a range of dates from the operator stamped
      *          on every card ledger row and store-credit wallet
      *          row, and balances the operators back to the card
      *          ledger. The range is read after the run date as a
      *          from and a to date; a missing from date means the
      *          run date (today when none is passed) and a missing
      *          to date means the from date, so a run with no
      *          parameters balances the day's shift. A third
      *          parameter sets the refund ratio limit as a whole
      *          percentage, 10 when not passed. Each operator's
      *          refunds, card and store credit together, are taken
      *          as a percentage of their sales, and an operator over
      *          the limit is flagged and ends the step with RC 4.
      *          Rows posted without an operator - the nightly
      *          batches, and anything posted before stamping began
      *          - total under *NONE* so the operators and *NONE*
      *          together must equal the ledger; a difference is an
      *          error. Subscription, chargeback and reversal rows
      *          are shown on the ledger side only. The operator stamp
      *          on the titles themselves is then balanced against
      *          the money: each operator's titles sold in the range
      *          and still on the purchase or archive file are set
      *          against the card and store credit the ledgers took
      *          for that operator's sales in the range, less any
      *          refund or chargeback of those sales since - traced
      *          back across a member merge where the title moved -
      *          and plus any chargeback won back. An operator whose
      *          titles and money differ is flagged and ends the step
      *          with RC 4. The report ends with every refund posted
      *          under a second operator's approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-OPR-SHIFT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-WALLET-LDG.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-VFX-MBR.
       COPY SELECT-SHIFT-WRK.
       COPY SELECT-SHIFT-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CC-TRAN.
       COPY FD-WALLET-LDG.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-VFX-MBR.
       COPY FD-SHIFT-WRK.
       COPY FD-SHIFT-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-OPR-SHIFT.
       COPY WS-RUNLOG-CALL.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE ZERO TO WS-RUN-DATE.
       ACCEPT WS-RUN-DATE.
       IF WS-RUN-DATE NOT NUMERIC
           MOVE ZERO TO WS-RUN-DATE
       END-IF.
       MOVE 'S'            TO WS-RUN-FUNC.
       MOVE 'G3-BAT-OPR-SHIFT' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       MOVE ZERO TO WS-SEL-FROM-DATE.
       MOVE ZERO TO WS-SEL-TO-DATE.
       MOVE ZERO TO WS-SEL-LIMIT-PCT.
       ACCEPT WS-SEL-FROM-DATE.
       ACCEPT WS-SEL-TO-DATE.
       ACCEPT WS-SEL-LIMIT-PCT.
       IF WS-SEL-FROM-DATE NOT NUMERIC
          OR WS-SEL-FROM-DATE = ZERO
           IF WS-RUN-DATE > 0
               MOVE WS-RUN-DATE TO WS-SEL-FROM-DATE
           ELSE
               MOVE WS-CUR-TSTAMP (1:8) TO WS-SEL-FROM-DATE
           END-IF
       END-IF.
       IF WS-SEL-TO-DATE NOT NUMERIC
          OR WS-SEL-TO-DATE = ZERO
           MOVE WS-SEL-FROM-DATE TO WS-SEL-TO-DATE
       END-IF.
       IF WS-SEL-LIMIT-PCT NOT NUMERIC
          OR WS-SEL-LIMIT-PCT = ZERO
           MOVE WS-DEFAULT-LIMIT-PCT TO WS-SEL-LIMIT-PCT
       END-IF.
       OPEN INPUT  CC-TRAN-FILE
                   WLG-FILE
                   VTP-FILE
                   VTA-FILE
                   VM-FILE.
       OPEN OUTPUT SHW-FILE.
       CLOSE       SHW-FILE.
       OPEN I-O    SHW-FILE.
       OPEN OUTPUT SHR-RPT.
       PERFORM UNTIL WS-EOF-CC = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CC
               NOT AT END
                   ADD 1 TO WS-CC-READ-CTR
                   MOVE CC-TRAN-TSTAMP (1:8) TO WS-TRAN-DATE
                   IF WS-TRAN-DATE NOT < WS-SEL-FROM-DATE
                      AND WS-TRAN-DATE NOT > WS-SEL-TO-DATE
                       PERFORM 100-TAKE-CARD-ROW
                   END-IF
                   PERFORM 150-NOTE-CARD-UNDO
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-WLG = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-WLG
               NOT AT END
                   ADD 1 TO WS-WLG-READ-CTR
                   MOVE WLG-TSTAMP (1:8) TO WS-TRAN-DATE
                   IF WS-TRAN-DATE NOT < WS-SEL-FROM-DATE
                      AND WS-TRAN-DATE NOT > WS-SEL-TO-DATE
                       PERFORM 200-TAKE-WALLET-ROW
                   END-IF
                   PERFORM 250-NOTE-WALLET-UNDO
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-VTP = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTP
               NOT AT END
                   ADD 1 TO WS-VTP-READ-CTR
                   PERFORM 260-TAKE-TITLE
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-VTA = 'Y'
           READ VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTA
               NOT AT END
                   ADD 1 TO WS-VTA-READ-CTR
                   MOVE VTA-REC TO VTP-REC
                   PERFORM 260-TAKE-TITLE
           END-READ
       END-PERFORM.
       PERFORM 400-TRACE-UNDONE.
       MOVE WS-SEL-FROM-DATE TO WS-H1-FROM.
       MOVE WS-SEL-TO-DATE   TO WS-H1-TO.
       MOVE WS-SEL-LIMIT-PCT TO WS-H2-LIMIT.
       WRITE SHR-LINE FROM WS-HDR1.
       WRITE SHR-LINE FROM WS-HDR2.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
       PERFORM 500-PRINT-OPERATORS.
       PERFORM 600-PRINT-BALANCING.
       PERFORM 700-PRINT-APPROVALS.
       PERFORM 900-FOOTER.
       CLOSE   CC-TRAN-FILE
               WLG-FILE
               VTP-FILE
               VTA-FILE
               VM-FILE
               SHW-FILE
               SHR-RPT.
       EVALUATE TRUE
           WHEN WS-ERROR-CTR > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-OOB-CTR > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-OVER-CTR > 0
               MOVE 4 TO RETURN-CODE
           WHEN WS-TTL-OOB-CTR > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ = WS-CC-READ-CTR + WS-WLG-READ-CTR
                           + WS-VTP-READ-CTR + WS-VTA-READ-CTR.
       MOVE WS-OPR-CTR     TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       COMPUTE WS-RUN-AMOUNT = WS-LDG-SALE-AMT - WS-LDG-REF-AMT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *100-TAKE-CARD-ROW adds one card ledger row in the range to the
      *ledger control totals and, for a sale, refund or decline, to
      *the totals of the operator stamped on it. Amounts are taken
      *as the money moved, so a refund counts positive here although
      *the ledger carries it negative.
      ******************************************************************
       100-TAKE-CARD-ROW.
       ADD 1 TO WS-CC-IN-CTR.
       MOVE CC-TRAN-OPERATOR TO WS-POST-OPERATOR.
       EVALUATE TRUE
           WHEN TRAN-TYPE-PURCHASE
               ADD 1             TO WS-LDG-SALE-CTR
               ADD CC-TRAN-PRICE TO WS-LDG-SALE-AMT
               ADD CC-TRAN-TAX   TO WS-LDG-SALE-TAX
               MOVE CC-TRAN-PRICE TO WS-POST-AMOUNT
               MOVE CC-TRAN-TAX   TO WS-POST-TAX
               MOVE 'W'          TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
           WHEN TRAN-TYPE-REFUND
               COMPUTE WS-POST-AMOUNT = 0 - CC-TRAN-PRICE
               COMPUTE WS-POST-TAX    = 0 - CC-TRAN-TAX
               ADD 1              TO WS-LDG-REF-CTR
               ADD WS-POST-AMOUNT TO WS-LDG-REF-AMT
               ADD WS-POST-TAX    TO WS-LDG-REF-TAX
               MOVE 'R'           TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
               IF CC-TRAN-APPR-OPERATOR NOT = SPACES
                   MOVE CC-TRAN-APPR-OPERATOR TO SHW-APPR-OPERATOR
                   MOVE CC-TRAN-TSTAMP        TO SHW-TSTAMP
                   MOVE CC-ID                 TO SHW-VM-ID
                   MOVE 'C'                   TO SHW-SOURCE
                   MOVE CC-TRAN-ITEM          TO SHW-APPR-ITEM
                   PERFORM 350-POST-APPROVAL
               END-IF
           WHEN TRAN-TYPE-DECLINED
               ADD 1 TO WS-LDG-DECL-CTR
               MOVE ZERO TO WS-POST-AMOUNT
               MOVE ZERO TO WS-POST-TAX
               MOVE 'D'  TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
           WHEN TRAN-TYPE-SUBSCRIPTION
               ADD 1             TO WS-LDG-SUB-CTR
               ADD CC-TRAN-PRICE TO WS-LDG-SUB-AMT
               ADD CC-TRAN-TAX   TO WS-LDG-SUB-TAX
           WHEN TRAN-TYPE-CHARGEBACK
               ADD 1 TO WS-LDG-CB-CTR
               COMPUTE WS-LDG-CB-AMT = WS-LDG-CB-AMT - CC-TRAN-PRICE
               COMPUTE WS-LDG-CB-TAX = WS-LDG-CB-TAX - CC-TRAN-TAX
           WHEN TRAN-TYPE-CB-REVERSAL
               ADD 1             TO WS-LDG-REV-CTR
               ADD CC-TRAN-PRICE TO WS-LDG-REV-AMT
               ADD CC-TRAN-TAX   TO WS-LDG-REV-TAX
           WHEN OTHER
               ADD 1 TO WS-ERROR-CTR
       END-EVALUATE.
      ******************************************************************
      *150-NOTE-CARD-UNDO looks at every card ledger row, whatever its
      *date, for one that took back a sale made in the range - a
      *refund or chargeback of it - or put a charged-back title back
      *after a won dispute. The title is no longer on file, or is on
      *file again, so the money has to follow it. The row is held on
      *the work file until the ledger has been read through.
      ******************************************************************
       150-NOTE-CARD-UNDO.
       EVALUATE TRUE
           WHEN TRAN-TYPE-REFUND
             OR TRAN-TYPE-CHARGEBACK
               IF CC-TRAN-REF-TSTAMP (1:8) NOT < WS-SEL-FROM-DATE
                  AND CC-TRAN-REF-TSTAMP (1:8) NOT > WS-SEL-TO-DATE
                   MOVE 'U'                TO SHW-UND-KIND
                   MOVE SPACES             TO SHW-UND-OPERATOR
                   COMPUTE SHW-UND-AMT = 0 - CC-TRAN-PRICE
                   PERFORM 160-WRITE-CARD-UNDO
               END-IF
           WHEN TRAN-TYPE-CB-REVERSAL
               IF CC-TRAN-TSTAMP (1:8) NOT < WS-SEL-FROM-DATE
                   MOVE 'V'                TO SHW-UND-KIND
                   MOVE CC-TRAN-OPERATOR   TO SHW-UND-OPERATOR
                   MOVE CC-TRAN-PRICE      TO SHW-UND-AMT
                   PERFORM 160-WRITE-CARD-UNDO
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
       160-WRITE-CARD-UNDO.
       MOVE 'U'                TO SHW-TYPE.
       MOVE SPACES             TO SHW-OPERATOR.
       MOVE CC-TRAN-TSTAMP     TO SHW-TSTAMP.
       MOVE CC-ID              TO SHW-VM-ID.
       MOVE 'C'                TO SHW-SOURCE.
       MOVE CC-TRAN-REF-TSTAMP TO SHW-UND-REF-TSTAMP.
       MOVE ZERO               TO SHW-UND-VML-ID.
       MOVE ZERO               TO SHW-UND-SALE-DATE.
       MOVE CC-TRAN-ITEM       TO SHW-UND-ITEM.
       PERFORM 270-WRITE-UNDO.
      ******************************************************************
      *200-TAKE-WALLET-ROW adds one wallet ledger row in the range.
      *Credit spent on a title is a store credit sale and credit put
      *back for a title is a store credit refund. A row with no title
      *is a balance moved between two merged members' wallets - not
      *a sale or refund by anyone - and is only counted.
      ******************************************************************
       200-TAKE-WALLET-ROW.
       ADD 1 TO WS-WLG-IN-CTR.
       MOVE WLG-OPERATOR TO WS-POST-OPERATOR.
       MOVE WLG-AMOUNT   TO WS-POST-AMOUNT.
       MOVE WLG-TAX      TO WS-POST-TAX.
       EVALUATE TRUE
           WHEN WLG-VML-ID = ZERO
               ADD 1 TO WS-LDG-WXFER-CTR
           WHEN WLG-DEBIT
               ADD 1          TO WS-LDG-WSALE-CTR
               ADD WLG-AMOUNT TO WS-LDG-WSALE-AMT
               ADD WLG-TAX    TO WS-LDG-WSALE-TAX
               MOVE 'S'       TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
           WHEN WLG-CREDIT
               ADD 1          TO WS-LDG-WREF-CTR
               ADD WLG-AMOUNT TO WS-LDG-WREF-AMT
               ADD WLG-TAX    TO WS-LDG-WREF-TAX
               MOVE 'C'       TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
               IF WLG-APPR-OPERATOR NOT = SPACES
                   MOVE WLG-APPR-OPERATOR TO SHW-APPR-OPERATOR
                   MOVE WLG-TSTAMP        TO SHW-TSTAMP
                   MOVE WLG-VM-ID         TO SHW-VM-ID
                   MOVE 'W'               TO SHW-SOURCE
                   MOVE WLG-ITEM          TO SHW-APPR-ITEM
                   PERFORM 350-POST-APPROVAL
               END-IF
           WHEN OTHER
               ADD 1 TO WS-ERROR-CTR
       END-EVALUATE.
      ******************************************************************
      *250-NOTE-WALLET-UNDO looks at every wallet row, whatever its
      *date, for store credit put back for a title sold in the range.
      ******************************************************************
       250-NOTE-WALLET-UNDO.
       IF WLG-CREDIT
          AND WLG-VML-ID NOT = ZERO
          AND WLG-SALE-DATE NOT < WS-SEL-FROM-DATE
          AND WLG-SALE-DATE NOT > WS-SEL-TO-DATE
           MOVE 'U'           TO SHW-TYPE
           MOVE SPACES        TO SHW-OPERATOR
           MOVE WLG-TSTAMP    TO SHW-TSTAMP
           MOVE WLG-VM-ID     TO SHW-VM-ID
           MOVE 'W'           TO SHW-SOURCE
           MOVE 'U'           TO SHW-UND-KIND
           MOVE SPACES        TO SHW-UND-OPERATOR
           MOVE SPACES        TO SHW-UND-REF-TSTAMP
           MOVE WLG-VML-ID    TO SHW-UND-VML-ID
           MOVE WLG-SALE-DATE TO SHW-UND-SALE-DATE
           MOVE WLG-ITEM      TO SHW-UND-ITEM
           MOVE WLG-AMOUNT    TO SHW-UND-AMT
           PERFORM 270-WRITE-UNDO
       END-IF.
      ******************************************************************
      *260-TAKE-TITLE adds one purchase or archive row sold in the
      *range to the titles of the operator stamped on it, at the
      *price and tax the member was charged.
      ******************************************************************
       260-TAKE-TITLE.
       IF VTP-PUR-DATE NOT < WS-SEL-FROM-DATE
          AND VTP-PUR-DATE NOT > WS-SEL-TO-DATE
           ADD 1 TO WS-TTL-IN-CTR
           MOVE VTP-OPERATOR TO WS-POST-OPERATOR
           COMPUTE WS-POST-AMOUNT = VTP-PRICE + VTP-TAX
           MOVE ZERO         TO WS-POST-TAX
           MOVE 'T'          TO WS-POST-KIND
           PERFORM 300-POST-OPERATOR
       END-IF.
      ******************************************************************
      *270-WRITE-UNDO files a held refund, chargeback or reversal. Two
      *wallet rows for one member in the same hundredth of a second
      *share a key; the second cannot be traced and is counted so.
      ******************************************************************
       270-WRITE-UNDO.
       WRITE SHW-REC
           INVALID KEY
               ADD 1 TO WS-UND-MISS-CTR
       END-WRITE.
      ******************************************************************
      *300-POST-OPERATOR expects WS-POST-OPERATOR, WS-POST-KIND,
      *WS-POST-AMOUNT and WS-POST-TAX set by the caller and adds them
      *to that operator's row, opening the row on first use.
      ******************************************************************
       300-POST-OPERATOR.
       MOVE 'O'              TO SHW-TYPE.
       MOVE WS-POST-OPERATOR TO SHW-OPERATOR.
       MOVE SPACES           TO SHW-TSTAMP.
       MOVE ZERO             TO SHW-VM-ID.
       MOVE SPACE            TO SHW-SOURCE.
       READ SHW-FILE
           INVALID KEY
               MOVE 'O'              TO SHW-TYPE
               MOVE WS-POST-OPERATOR TO SHW-OPERATOR
               MOVE SPACES           TO SHW-TSTAMP
               MOVE ZERO             TO SHW-VM-ID
               MOVE SPACE            TO SHW-SOURCE
               MOVE ZERO TO SHW-CARD-SALE-CTR
                            SHW-CARD-SALE-AMT
                            SHW-CARD-SALE-TAX
                            SHW-CARD-REF-CTR
                            SHW-CARD-REF-AMT
                            SHW-CARD-REF-TAX
                            SHW-DECL-CTR
                            SHW-WLT-SALE-CTR
                            SHW-WLT-SALE-AMT
                            SHW-WLT-SALE-TAX
                            SHW-WLT-REF-CTR
                            SHW-WLT-REF-AMT
                            SHW-WLT-REF-TAX
                            SHW-APPR-CTR
                            SHW-TTL-CTR
                            SHW-TTL-AMT
                            SHW-PAID-AMT
               PERFORM 310-ADD-AMOUNTS
               WRITE SHW-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-CTR
               END-WRITE
           NOT INVALID KEY
               PERFORM 310-ADD-AMOUNTS
               REWRITE SHW-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-CTR
               END-REWRITE
       END-READ.
      ******************************************************************
       310-ADD-AMOUNTS.
       EVALUATE WS-POST-KIND
           WHEN 'W'
               ADD 1              TO SHW-CARD-SALE-CTR
               ADD WS-POST-AMOUNT TO SHW-CARD-SALE-AMT
               ADD WS-POST-TAX    TO SHW-CARD-SALE-TAX
               ADD WS-POST-AMOUNT TO SHW-PAID-AMT
           WHEN 'R'
               ADD 1              TO SHW-CARD-REF-CTR
               ADD WS-POST-AMOUNT TO SHW-CARD-REF-AMT
               ADD WS-POST-TAX    TO SHW-CARD-REF-TAX
               IF CC-TRAN-APPR-OPERATOR NOT = SPACES
                   ADD 1 TO SHW-APPR-CTR
               END-IF
           WHEN 'D'
               ADD 1              TO SHW-DECL-CTR
           WHEN 'S'
               ADD 1              TO SHW-WLT-SALE-CTR
               ADD WS-POST-AMOUNT TO SHW-WLT-SALE-AMT
               ADD WS-POST-TAX    TO SHW-WLT-SALE-TAX
               ADD WS-POST-AMOUNT TO SHW-PAID-AMT
           WHEN 'C'
               ADD 1              TO SHW-WLT-REF-CTR
               ADD WS-POST-AMOUNT TO SHW-WLT-REF-AMT
               ADD WS-POST-TAX    TO SHW-WLT-REF-TAX
               IF WLG-APPR-OPERATOR NOT = SPACES
                   ADD 1 TO SHW-APPR-CTR
               END-IF
           WHEN 'T'
               ADD 1              TO SHW-TTL-CTR
               ADD WS-POST-AMOUNT TO SHW-TTL-AMT
           WHEN 'U'
               SUBTRACT WS-POST-AMOUNT FROM SHW-PAID-AMT
           WHEN 'V'
               ADD WS-POST-AMOUNT TO SHW-PAID-AMT
       END-EVALUATE.
      ******************************************************************
      *350-POST-APPROVAL expects the approver, timestamp, member,
      *source and title of an approved refund set by the caller and
      *files it under the operator who keyed the refund.
      ******************************************************************
       350-POST-APPROVAL.
       MOVE 'A'              TO SHW-TYPE.
       MOVE WS-POST-OPERATOR TO SHW-OPERATOR.
       MOVE WS-POST-AMOUNT   TO SHW-APPR-AMT.
       MOVE WS-POST-TAX      TO SHW-APPR-TAX.
       WRITE SHW-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
           NOT INVALID KEY
               ADD 1 TO WS-APPR-CTR
       END-WRITE.
      ******************************************************************
      *400-TRACE-UNDONE works through the held refunds, chargebacks
      *and reversals once the ledgers have been read. Each is traced
      *to the operator who made the sale and posted against that
      *operator's money taken. Posting moves the work file, so the
      *pass picks up again after the row just worked.
      ******************************************************************
       400-TRACE-UNDONE.
       MOVE 'N'        TO WS-EOF-UND.
       MOVE 'U'        TO SHW-TYPE.
       MOVE LOW-VALUES TO SHW-OPERATOR.
       MOVE LOW-VALUES TO SHW-TSTAMP.
       MOVE ZERO       TO SHW-VM-ID.
       MOVE LOW-VALUE  TO SHW-SOURCE.
       START SHW-FILE KEY NOT LESS THAN SHW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-UND
       END-START.
       PERFORM UNTIL WS-EOF-UND = 'Y'
           READ SHW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-UND
               NOT AT END
                   IF SHW-UNDONE-SALE
                       PERFORM 410-TRACE-ONE
                   ELSE
                       MOVE 'Y' TO WS-EOF-UND
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       410-TRACE-ONE.
       MOVE SHW-KEY            TO WS-UND-LAST-KEY.
       MOVE SHW-UND-KIND       TO WS-UND-KIND.
       MOVE SHW-UND-OPERATOR   TO WS-UND-OPERATOR.
       MOVE SHW-VM-ID          TO WS-UND-VM-ID.
       MOVE SHW-SOURCE         TO WS-UND-SOURCE.
       MOVE SHW-UND-REF-TSTAMP TO WS-UND-REF-TSTAMP.
       MOVE SHW-UND-VML-ID     TO WS-UND-VML-ID.
       MOVE SHW-UND-SALE-DATE  TO WS-UND-SALE-DATE.
       MOVE SHW-UND-ITEM       TO WS-UND-ITEM.
       MOVE SHW-UND-AMT        TO WS-UND-AMT.
       MOVE 'N'                TO WS-UND-RESULT.
       EVALUATE TRUE
           WHEN WS-UND-KIND = 'V'
               PERFORM 430-TRACE-REVERSAL
           WHEN WS-UND-SOURCE = 'C'
               PERFORM 420-TRACE-CARD-SALE
           WHEN OTHER
               PERFORM 440-TRACE-WALLET-SALE
               IF WS-UND-NOT-TRACED
                   PERFORM 450-TRACE-CARD-BY-TITLE
               END-IF
               IF WS-UND-NOT-TRACED
                   PERFORM 460-TRACE-MERGED
               END-IF
       END-EVALUATE.
       EVALUATE TRUE
           WHEN WS-UND-TRACED
               ADD 1 TO WS-UND-CTR
               MOVE WS-UND-OPERATOR TO WS-POST-OPERATOR
               MOVE WS-UND-AMT      TO WS-POST-AMOUNT
               MOVE ZERO            TO WS-POST-TAX
               MOVE WS-UND-KIND     TO WS-POST-KIND
               PERFORM 300-POST-OPERATOR
           WHEN WS-UND-NOT-TRACED
               ADD 1 TO WS-UND-MISS-CTR
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       MOVE WS-UND-LAST-KEY TO SHW-KEY.
       START SHW-FILE KEY GREATER THAN SHW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-UND
       END-START.
      ******************************************************************
      *420-TRACE-CARD-SALE reads the sale a card refund or chargeback
      *points back to and takes the operator stamped on it.
      ******************************************************************
       420-TRACE-CARD-SALE.
       MOVE WS-UND-VM-ID      TO CC-ID.
       MOVE WS-UND-REF-TSTAMP TO CC-TRAN-TSTAMP.
       READ CC-TRAN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF TRAN-TYPE-PURCHASE
                   MOVE CC-TRAN-OPERATOR TO WS-UND-OPERATOR
                   MOVE 'F'              TO WS-UND-RESULT
               END-IF
       END-READ.
      ******************************************************************
      *430-TRACE-REVERSAL reads the chargeback a reversal points back
      *to. The title went back on file in the name of the operator
      *who recorded the win, so the money goes back to that operator
      *- but only for a sale made in the range.
      ******************************************************************
       430-TRACE-REVERSAL.
       MOVE WS-UND-VM-ID      TO CC-ID.
       MOVE WS-UND-REF-TSTAMP TO CC-TRAN-TSTAMP.
       READ CC-TRAN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF TRAN-TYPE-CHARGEBACK
                   IF CC-TRAN-REF-TSTAMP (1:8) NOT < WS-SEL-FROM-DATE
                      AND CC-TRAN-REF-TSTAMP (1:8)
                          NOT > WS-SEL-TO-DATE
                       MOVE 'F' TO WS-UND-RESULT
                   ELSE
                       MOVE 'X' TO WS-UND-RESULT
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
      *440-TRACE-WALLET-SALE looks through the member's wallet rows for
      *the credit spent on the same title on the same sale date.
      ******************************************************************
       440-TRACE-WALLET-SALE.
       MOVE 'N'          TO WS-SCAN-DONE.
       MOVE WS-UND-VM-ID TO WLG-VM-ID.
       MOVE LOW-VALUES   TO WLG-TSTAMP.
       MOVE ZERO         TO WLG-SEQ.
       START WLG-FILE KEY NOT LESS THAN WLG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF WLG-VM-ID NOT = WS-UND-VM-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF WLG-DEBIT
                          AND WLG-VML-ID = WS-UND-VML-ID
                          AND WLG-SALE-DATE = WS-UND-SALE-DATE
                           MOVE WLG-OPERATOR TO WS-UND-OPERATOR
                           MOVE 'F'          TO WS-UND-RESULT
                           MOVE 'Y'          TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *450-TRACE-CARD-BY-TITLE finds the card sale of a title refunded
      *wholly to store credit, where no credit was spent on the sale.
      ******************************************************************
       450-TRACE-CARD-BY-TITLE.
       MOVE 'N'          TO WS-SCAN-DONE.
       MOVE WS-UND-VM-ID TO CC-ID.
       MOVE LOW-VALUES   TO CC-TRAN-TSTAMP.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF CC-ID NOT = WS-UND-VM-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF TRAN-TYPE-PURCHASE
                          AND CC-TRAN-ITEM = WS-UND-ITEM
                          AND CC-TRAN-TSTAMP (1:8) = WS-UND-SALE-DATE
                           MOVE CC-TRAN-OPERATOR TO WS-UND-OPERATOR
                           MOVE 'F'              TO WS-UND-RESULT
                           MOVE 'Y'              TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *460-TRACE-MERGED covers store credit put back for a title moved
      *in by a member merge. The wallet came across with the title, so
      *the credit was posted under the surviving member, but the sale
      *was posted under the retiring id, which the member master
      *points at the survivor. Each member merged into this one is
      *tried in turn. Only a refund not traced any other way gets
      *here, so the pass over the member master is rare.
      ******************************************************************
       460-TRACE-MERGED.
       MOVE WS-UND-VM-ID TO WS-UND-SURVIVOR.
       MOVE 'N'          TO WS-EOF-VM.
       MOVE ZERO         TO VM-ID.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-VM
       END-START.
       PERFORM UNTIL WS-EOF-VM = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VM
               NOT AT END
                   IF VM-MERGED-TO NUMERIC
                      AND VM-MERGED-TO = WS-UND-SURVIVOR
                       MOVE VM-ID TO WS-UND-VM-ID
                       PERFORM 440-TRACE-WALLET-SALE
                       IF WS-UND-NOT-TRACED
                           PERFORM 450-TRACE-CARD-BY-TITLE
                       END-IF
                       IF WS-UND-TRACED
                           MOVE 'Y' TO WS-EOF-VM
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       MOVE WS-UND-SURVIVOR TO WS-UND-VM-ID.
      ******************************************************************
      *500-PRINT-OPERATORS prints every operator row, *NONE* first
      *since a blank id sorts ahead of the rest, and adds each row
      *back up for the balancing section.
      ******************************************************************
       500-PRINT-OPERATORS.
       MOVE 'SALES, REFUNDS AND DECLINES BY OPERATOR' TO WS-SEC-TEXT.
       WRITE SHR-LINE FROM WS-SEC-HDR.
       WRITE SHR-LINE FROM WS-COL-HDR.
       MOVE 'N'    TO WS-EOF-SHW.
       MOVE 'O'    TO SHW-TYPE.
       MOVE SPACES TO SHW-OPERATOR.
       MOVE SPACES TO SHW-TSTAMP.
       MOVE ZERO   TO SHW-VM-ID.
       MOVE SPACE  TO SHW-SOURCE.
       START SHW-FILE KEY NOT LESS THAN SHW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-SHW
       END-START.
       PERFORM UNTIL WS-EOF-SHW = 'Y'
           READ SHW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SHW
               NOT AT END
                   IF SHW-OPR-TOTAL
                       PERFORM 510-PRINT-OPERATOR
                   ELSE
                       MOVE 'Y' TO WS-EOF-SHW
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-OPR-CTR = 0
           MOVE 'NO SALES OR REFUNDS IN THE PERIOD' TO WS-NOTE-TEXT
           WRITE SHR-LINE FROM WS-NOTE-LINE
       END-IF.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
      ******************************************************************
       510-PRINT-OPERATOR.
       IF SHW-OPERATOR = SPACES
           MOVE '*NONE*'      TO WS-DTL-OPERATOR
       ELSE
           ADD 1 TO WS-OPR-CTR
           MOVE SHW-OPERATOR  TO WS-DTL-OPERATOR
       END-IF.
       MOVE 'CARD'            TO WS-DTL-PAID.
       MOVE SHW-CARD-SALE-CTR TO WS-DTL-SALE-CTR.
       MOVE SHW-CARD-SALE-AMT TO WS-DTL-SALE-AMT.
       MOVE SHW-CARD-SALE-TAX TO WS-DTL-SALE-TAX.
       MOVE SHW-CARD-REF-CTR  TO WS-DTL-REF-CTR.
       MOVE SHW-CARD-REF-AMT  TO WS-DTL-REF-AMT.
       MOVE SHW-CARD-REF-TAX  TO WS-DTL-REF-TAX.
       MOVE SHW-DECL-CTR      TO WS-DTL-DECL-NUM.
       WRITE SHR-LINE FROM WS-DTL-LINE.
       MOVE SPACES            TO WS-DTL-OPERATOR.
       MOVE 'CREDIT'          TO WS-DTL-PAID.
       MOVE SHW-WLT-SALE-CTR  TO WS-DTL-SALE-CTR.
       MOVE SHW-WLT-SALE-AMT  TO WS-DTL-SALE-AMT.
       MOVE SHW-WLT-SALE-TAX  TO WS-DTL-SALE-TAX.
       MOVE SHW-WLT-REF-CTR   TO WS-DTL-REF-CTR.
       MOVE SHW-WLT-REF-AMT   TO WS-DTL-REF-AMT.
       MOVE SHW-WLT-REF-TAX   TO WS-DTL-REF-TAX.
       MOVE SPACES            TO WS-DTL-DECL-CTR.
       WRITE SHR-LINE FROM WS-DTL-LINE.
       IF SHW-OPERATOR = SPACES
           MOVE 'NOT STAMPED - NIGHTLY BATCHES AND EARLIER POSTINGS'
                                TO WS-NOTE-TEXT
           WRITE SHR-LINE FROM WS-NOTE-LINE
       ELSE
           PERFORM 520-CHECK-RATIO
       END-IF.
       ADD SHW-CARD-SALE-CTR TO WS-OPS-SALE-CTR.
       ADD SHW-CARD-SALE-AMT TO WS-OPS-SALE-AMT.
       ADD SHW-CARD-SALE-TAX TO WS-OPS-SALE-TAX.
       ADD SHW-CARD-REF-CTR  TO WS-OPS-REF-CTR.
       ADD SHW-CARD-REF-AMT  TO WS-OPS-REF-AMT.
       ADD SHW-CARD-REF-TAX  TO WS-OPS-REF-TAX.
       ADD SHW-DECL-CTR      TO WS-OPS-DECL-CTR.
       ADD SHW-WLT-SALE-CTR  TO WS-OPS-WSALE-CTR.
       ADD SHW-WLT-SALE-AMT  TO WS-OPS-WSALE-AMT.
       ADD SHW-WLT-SALE-TAX  TO WS-OPS-WSALE-TAX.
       ADD SHW-WLT-REF-CTR   TO WS-OPS-WREF-CTR.
       ADD SHW-WLT-REF-AMT   TO WS-OPS-WREF-AMT.
       ADD SHW-WLT-REF-TAX   TO WS-OPS-WREF-TAX.
      ******************************************************************
      *520-CHECK-RATIO takes the operator's refunds as a percentage of
      *their sales, card and store credit together. Refunds with no
      *sales in the period at all show as 999.9 and are always over
      *the limit.
      ******************************************************************
       520-CHECK-RATIO.
       COMPUTE WS-OPR-SALES   = SHW-CARD-SALE-AMT + SHW-WLT-SALE-AMT.
       COMPUTE WS-OPR-REFUNDS = SHW-CARD-REF-AMT + SHW-WLT-REF-AMT.
       EVALUATE TRUE
           WHEN WS-OPR-REFUNDS = ZERO
               MOVE ZERO  TO WS-OPR-RATIO
           WHEN WS-OPR-SALES = ZERO
               MOVE 999.9 TO WS-OPR-RATIO
           WHEN OTHER
               COMPUTE WS-OPR-RATIO ROUNDED =
                       WS-OPR-REFUNDS * 100 / WS-OPR-SALES
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-OPR-RATIO
               END-COMPUTE
       END-EVALUATE.
       MOVE WS-OPR-RATIO TO WS-RAT-PCT.
       MOVE SHW-APPR-CTR TO WS-RAT-APPR.
       IF WS-OPR-RATIO > WS-SEL-LIMIT-PCT
           ADD 1 TO WS-OVER-CTR
           MOVE 'OVER LIMIT' TO WS-RAT-FLAG
       ELSE
           MOVE SPACES       TO WS-RAT-FLAG
       END-IF.
       WRITE SHR-LINE FROM WS-RATIO-LINE.
      ******************************************************************
      *600-PRINT-BALANCING first proves the work file: the ledger's
      *own totals are set against the operator rows added back up,
      *and since both come from the same ledger rows a difference
      *there means a posting was lost (RC 8). It then balances the
      *operator stamp on the titles against the money taken, which
      *is where a sale stamped to the wrong operator, or a title
      *with no money behind it, shows up (RC 4).
      ******************************************************************
       600-PRINT-BALANCING.
       MOVE 'L' TO WS-BAL-KIND.
       MOVE 'BALANCING TO THE CARD AND WALLET LEDGERS' TO WS-SEC-TEXT.
       WRITE SHR-LINE FROM WS-SEC-HDR.
       WRITE SHR-LINE FROM WS-BAL-COL-HDR.
       MOVE 'CARD SALES ON LEDGER'     TO WS-BAL-LABEL.
       MOVE WS-LDG-SALE-CTR            TO WS-BAL-ROWS.
       MOVE WS-LDG-SALE-AMT            TO WS-BAL-AMT.
       MOVE WS-LDG-SALE-TAX            TO WS-BAL-TAX.
       MOVE SPACES                     TO WS-BAL-NOTE.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CARD SALES BY OPERATOR'   TO WS-BAL-LABEL.
       MOVE WS-OPS-SALE-CTR            TO WS-BAL-ROWS.
       MOVE WS-OPS-SALE-AMT            TO WS-BAL-AMT.
       MOVE WS-OPS-SALE-TAX            TO WS-BAL-TAX.
       IF WS-OPS-SALE-CTR NOT = WS-LDG-SALE-CTR
          OR WS-OPS-SALE-AMT NOT = WS-LDG-SALE-AMT
          OR WS-OPS-SALE-TAX NOT = WS-LDG-SALE-TAX
           PERFORM 610-OUT-OF-BALANCE
       END-IF.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CARD REFUNDS ON LEDGER'   TO WS-BAL-LABEL.
       MOVE WS-LDG-REF-CTR             TO WS-BAL-ROWS.
       MOVE WS-LDG-REF-AMT             TO WS-BAL-AMT.
       MOVE WS-LDG-REF-TAX             TO WS-BAL-TAX.
       MOVE SPACES                     TO WS-BAL-NOTE.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CARD REFUNDS BY OPERATOR' TO WS-BAL-LABEL.
       MOVE WS-OPS-REF-CTR             TO WS-BAL-ROWS.
       MOVE WS-OPS-REF-AMT             TO WS-BAL-AMT.
       MOVE WS-OPS-REF-TAX             TO WS-BAL-TAX.
       IF WS-OPS-REF-CTR NOT = WS-LDG-REF-CTR
          OR WS-OPS-REF-AMT NOT = WS-LDG-REF-AMT
          OR WS-OPS-REF-TAX NOT = WS-LDG-REF-TAX
           PERFORM 610-OUT-OF-BALANCE
       END-IF.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'DECLINES ON LEDGER'       TO WS-BAL-LABEL.
       MOVE WS-LDG-DECL-CTR            TO WS-BAL-ROWS.
       MOVE ZERO                       TO WS-BAL-AMT.
       MOVE ZERO                       TO WS-BAL-TAX.
       MOVE SPACES                     TO WS-BAL-NOTE.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'DECLINES BY OPERATOR'     TO WS-BAL-LABEL.
       MOVE WS-OPS-DECL-CTR            TO WS-BAL-ROWS.
       IF WS-OPS-DECL-CTR NOT = WS-LDG-DECL-CTR
           PERFORM 610-OUT-OF-BALANCE
       END-IF.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CREDIT SALES ON LEDGER'   TO WS-BAL-LABEL.
       MOVE WS-LDG-WSALE-CTR           TO WS-BAL-ROWS.
       MOVE WS-LDG-WSALE-AMT           TO WS-BAL-AMT.
       MOVE WS-LDG-WSALE-TAX           TO WS-BAL-TAX.
       MOVE SPACES                     TO WS-BAL-NOTE.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CREDIT SALES BY OPERATOR' TO WS-BAL-LABEL.
       MOVE WS-OPS-WSALE-CTR           TO WS-BAL-ROWS.
       MOVE WS-OPS-WSALE-AMT           TO WS-BAL-AMT.
       MOVE WS-OPS-WSALE-TAX           TO WS-BAL-TAX.
       IF WS-OPS-WSALE-CTR NOT = WS-LDG-WSALE-CTR
          OR WS-OPS-WSALE-AMT NOT = WS-LDG-WSALE-AMT
          OR WS-OPS-WSALE-TAX NOT = WS-LDG-WSALE-TAX
           PERFORM 610-OUT-OF-BALANCE
       END-IF.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CREDIT REFUNDS ON LEDGER' TO WS-BAL-LABEL.
       MOVE WS-LDG-WREF-CTR            TO WS-BAL-ROWS.
       MOVE WS-LDG-WREF-AMT            TO WS-BAL-AMT.
       MOVE WS-LDG-WREF-TAX            TO WS-BAL-TAX.
       MOVE SPACES                     TO WS-BAL-NOTE.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CREDIT REFUNDS BY OPERATOR' TO WS-BAL-LABEL.
       MOVE WS-OPS-WREF-CTR            TO WS-BAL-ROWS.
       MOVE WS-OPS-WREF-AMT            TO WS-BAL-AMT.
       MOVE WS-OPS-WREF-TAX            TO WS-BAL-TAX.
       IF WS-OPS-WREF-CTR NOT = WS-LDG-WREF-CTR
          OR WS-OPS-WREF-AMT NOT = WS-LDG-WREF-AMT
          OR WS-OPS-WREF-TAX NOT = WS-LDG-WREF-TAX
           PERFORM 610-OUT-OF-BALANCE
       END-IF.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
       MOVE 'LEDGER ROWS NOT OPERATOR SALES' TO WS-SEC-TEXT.
       WRITE SHR-LINE FROM WS-SEC-HDR.
       MOVE SPACES                     TO WS-BAL-NOTE.
       MOVE 'SUBSCRIPTION CHARGES'     TO WS-BAL-LABEL.
       MOVE WS-LDG-SUB-CTR             TO WS-BAL-ROWS.
       MOVE WS-LDG-SUB-AMT             TO WS-BAL-AMT.
       MOVE WS-LDG-SUB-TAX             TO WS-BAL-TAX.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CHARGEBACKS'              TO WS-BAL-LABEL.
       MOVE WS-LDG-CB-CTR              TO WS-BAL-ROWS.
       MOVE WS-LDG-CB-AMT              TO WS-BAL-AMT.
       MOVE WS-LDG-CB-TAX              TO WS-BAL-TAX.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'CHARGEBACK REVERSALS'     TO WS-BAL-LABEL.
       MOVE WS-LDG-REV-CTR             TO WS-BAL-ROWS.
       MOVE WS-LDG-REV-AMT             TO WS-BAL-AMT.
       MOVE WS-LDG-REV-TAX             TO WS-BAL-TAX.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       MOVE 'WALLET MERGE TRANSFERS'   TO WS-BAL-LABEL.
       MOVE WS-LDG-WXFER-CTR           TO WS-BAL-ROWS.
       MOVE ZERO                       TO WS-BAL-AMT.
       MOVE ZERO                       TO WS-BAL-TAX.
       WRITE SHR-LINE FROM WS-BAL-LINE.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
       PERFORM 620-BALANCE-TITLES.
      ******************************************************************
       610-OUT-OF-BALANCE.
       IF WS-BAL-TITLES
           ADD 1 TO WS-TTL-OOB-CTR
       ELSE
           ADD 1 TO WS-OOB-CTR
       END-IF.
       MOVE 'OUT OF BALANCE' TO WS-BAL-NOTE.
      ******************************************************************
      *620-BALANCE-TITLES sets each operator's titles sold in the range
      *and still on file against the money the card and wallet
      *ledgers took for that operator's sales in the range, net of
      *the refunds, chargebacks and won-back chargebacks traced to
      *them. Card and store credit are taken together with their tax,
      *as the title carries the whole price the member paid.
      ******************************************************************
       620-BALANCE-TITLES.
       MOVE 'T' TO WS-BAL-KIND.
       MOVE 'TITLES ON FILE AGAINST MONEY TAKEN BY OPERATOR'
                                        TO WS-SEC-TEXT.
       WRITE SHR-LINE FROM WS-SEC-HDR.
       WRITE SHR-LINE FROM WS-TTL-COL-HDR.
       MOVE 'N'    TO WS-EOF-SHW.
       MOVE 'O'    TO SHW-TYPE.
       MOVE SPACES TO SHW-OPERATOR.
       MOVE SPACES TO SHW-TSTAMP.
       MOVE ZERO   TO SHW-VM-ID.
       MOVE SPACE  TO SHW-SOURCE.
       START SHW-FILE KEY NOT LESS THAN SHW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-SHW
       END-START.
       PERFORM UNTIL WS-EOF-SHW = 'Y'
           READ SHW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SHW
               NOT AT END
                   IF SHW-OPR-TOTAL
                       PERFORM 630-BALANCE-OPERATOR
                   ELSE
                       MOVE 'Y' TO WS-EOF-SHW
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-UND-MISS-CTR > 0
           MOVE 'REFUNDS NOT TRACED TO A SALE - SEE FOOTER'
                                        TO WS-NOTE-TEXT
           WRITE SHR-LINE FROM WS-NOTE-LINE
       END-IF.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
      ******************************************************************
      *630-BALANCE-OPERATOR skips an operator with neither titles nor
      *money in the range - one who only declined, or refunded sales
      *made before it.
      ******************************************************************
       630-BALANCE-OPERATOR.
       IF SHW-TTL-CTR > ZERO
          OR SHW-PAID-AMT NOT = ZERO
           IF SHW-OPERATOR = SPACES
               MOVE '*NONE*'     TO WS-TTL-OPERATOR
           ELSE
               MOVE SHW-OPERATOR TO WS-TTL-OPERATOR
           END-IF
           MOVE SHW-TTL-CTR      TO WS-TTL-ROWS
           MOVE SHW-TTL-AMT      TO WS-TTL-AMT
           MOVE SHW-PAID-AMT     TO WS-TTL-PAID
           COMPUTE WS-TTL-DIFF = SHW-TTL-AMT - SHW-PAID-AMT
           MOVE WS-TTL-DIFF      TO WS-TTL-DIFF-ED
           MOVE SPACES           TO WS-BAL-NOTE
           IF WS-TTL-DIFF NOT = ZERO
               PERFORM 610-OUT-OF-BALANCE
           END-IF
           MOVE WS-BAL-NOTE      TO WS-TTL-NOTE
           WRITE SHR-LINE FROM WS-TTL-LINE
       END-IF.
      ******************************************************************
      *700-PRINT-APPROVALS lists every refund posting in the period
      *that a second operator approved, in order of the operator who
      *keyed it. A refund split between card and store credit shows
      *once for each side.
      ******************************************************************
       700-PRINT-APPROVALS.
       MOVE 'REFUNDS POSTED WITH A SECOND OPERATOR APPROVAL'
                                        TO WS-SEC-TEXT.
       WRITE SHR-LINE FROM WS-SEC-HDR.
       WRITE SHR-LINE FROM WS-APR-COL-HDR.
       MOVE 'N'    TO WS-EOF-SHW.
       MOVE 'A'    TO SHW-TYPE.
       MOVE SPACES TO SHW-OPERATOR.
       MOVE SPACES TO SHW-TSTAMP.
       MOVE ZERO   TO SHW-VM-ID.
       MOVE SPACE  TO SHW-SOURCE.
       START SHW-FILE KEY NOT LESS THAN SHW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-SHW
       END-START.
       PERFORM UNTIL WS-EOF-SHW = 'Y'
           READ SHW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SHW
               NOT AT END
                   IF SHW-APPROVAL
                       PERFORM 710-PRINT-APPROVAL
                   ELSE
                       MOVE 'Y' TO WS-EOF-SHW
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-APPR-CTR = 0
           MOVE 'NONE IN THE PERIOD' TO WS-NOTE-TEXT
           WRITE SHR-LINE FROM WS-NOTE-LINE
       END-IF.
      ******************************************************************
       710-PRINT-APPROVAL.
       MOVE SHW-OPERATOR      TO WS-APR-OPERATOR.
       MOVE SHW-APPR-OPERATOR TO WS-APR-APPROVER.
       MOVE SHW-VM-ID         TO WS-APR-VM-ID.
       MOVE SHW-TSTAMP (1:8)  TO WS-APR-DATE.
       IF SHW-FROM-CARD
           MOVE 'CARD'        TO WS-APR-PAID
       ELSE
           MOVE 'CREDIT'      TO WS-APR-PAID
       END-IF.
       MOVE SHW-APPR-AMT      TO WS-APR-AMOUNT.
       MOVE SHW-APPR-ITEM     TO WS-APR-ITEM.
       WRITE SHR-LINE FROM WS-APR-LINE.
      ******************************************************************
       900-FOOTER.
       WRITE SHR-LINE FROM WS-BLANK-LINE.
       MOVE 'CARD LEDGER ROWS READ..............' TO WS-CTR-LABEL.
       MOVE WS-CC-READ-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD LEDGER ROWS IN PERIOD.........' TO WS-CTR-LABEL.
       MOVE WS-CC-IN-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'WALLET LEDGER ROWS READ............' TO WS-CTR-LABEL.
       MOVE WS-WLG-READ-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'WALLET LEDGER ROWS IN PERIOD.......' TO WS-CTR-LABEL.
       MOVE WS-WLG-IN-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'PURCHASE ROWS READ.................' TO WS-CTR-LABEL.
       MOVE WS-VTP-READ-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'ARCHIVE ROWS READ..................' TO WS-CTR-LABEL.
       MOVE WS-VTA-READ-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'TITLES SOLD IN PERIOD ON FILE......' TO WS-CTR-LABEL.
       MOVE WS-TTL-IN-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'REFUNDS AND CHARGEBACKS TRACED.....' TO WS-CTR-LABEL.
       MOVE WS-UND-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'REFUNDS NOT TRACED TO A SALE.......' TO WS-CTR-LABEL.
       MOVE WS-UND-MISS-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'OPERATORS REPORTED.................' TO WS-CTR-LABEL.
       MOVE WS-OPR-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'OPERATORS OVER REFUND RATIO LIMIT..' TO WS-CTR-LABEL.
       MOVE WS-OVER-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'APPROVED REFUND POSTINGS...........' TO WS-CTR-LABEL.
       MOVE WS-APPR-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'BALANCING LINES OUT OF BALANCE.....' TO WS-CTR-LABEL.
       MOVE WS-OOB-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'OPERATORS TITLES NOT BALANCED......' TO WS-CTR-LABEL.
       MOVE WS-TTL-OOB-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
       MOVE 'WORK FILE AND LEDGER ERRORS........' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE SHR-LINE FROM WS-CTR-LINE.
      ******************************************************************
       950-RUN-LOG.
       CALL 'G3-LINK-RUNLOG' USING WS-RUN-FUNC
                                   WS-RUN-PROGRAM
                                   WS-RUN-DATE
                                   WS-RUN-READ
                                   WS-RUN-WRITTEN
                                   WS-RUN-ERRORS
                                   WS-RUN-RC
                                   WS-RUN-AMOUNT
       END-CALL.
