      *          row; a decline bumps the attempt counter until the
      *          cap is reached, when the row is given up and the
      *          member prints on the give-up report for follow-up.
      *          A rental that finally authorizes starts its window
      *          from the moment of the retry.
      *          A row whose member's card account the acquirer has
      *          closed is not charged and uses up no attempt; it
      *          prints as CARD CLOSED and waits for a new card.
      *          The charge and the purchase are stamped with the
      *          operator who took the original declined sale.
      *          A sale that was to be part paid from store credit
      *          charges the card only its own part; the credit is
      *          taken from the wallet once the card approves, and
      *          the promotion use is counted then too. A wallet
      *          that no longer holds the credit prints NO CREDIT.
      *          A lapsed rental the retry replaces is archived to
      *          VTA-FILE first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-CC-RETRY IS INITIAL.
       COPY SELECT-CC-RETRY.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VAULT.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-PROMO.
       COPY SELECT-RETRY-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CC-RETRY.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MBR.
       COPY FD-VAULT.
       COPY FD-VTP-ARCH.
       COPY FD-PROMO.
       COPY FD-RETRY-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-CC-RETRY.
       COPY WS-VAULT.
       COPY WS-RUNLOG-CALL.
      ******************************************************************
       PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       MOVE WS-CUR-TSTAMP (1:8) TO WS-TODAY.
       OPEN I-O    RETRY-FILE
                   VTP-FILE
                   VTA-FILE
                   PRM-FILE.
       OPEN INPUT  VM-FILE
                   VAULT-FILE.
       OPEN OUTPUT RETRY-RPT.
       WRITE RETRY-LINE FROM WS-HDR1.
       WRITE RETRY-LINE FROM WS-HDR2.
       PERFORM 900-FOOTER.
       CLOSE   RETRY-FILE
               VTP-FILE
               VTA-FILE
               PRM-FILE
               VM-FILE
               VAULT-FILE
               RETRY-RPT.
       EVALUATE TRUE
           WHEN WS-ERROR-CTR > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-RTY-NOCREDIT-CTR > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-RTY-READ-CTR TO WS-RUN-READ.
       MOVE WS-RTY-APPROVED-CTR TO WS-RUN-WRITTEN.
      *longer on file can never authorize and is given up at once,
      *and a title already back on VTP-FILE - the operator re-keyed
      *the sale and it approved - retires the row without touching
      *the card at all. A lapsed rental of the same title is not a
      *re-keyed sale; it is archived and gives way to the retry.
      ******************************************************************
       200-RETRY-ONE.
       MOVE RTY-VM-ID TO VM-ID-KEY.
                   MOVE 'INACTIVE'    TO WS-DTL-EXCEPTION
                   PERFORM 400-GIVE-UP
               ELSE
                   PERFORM 202-CHECK-CARD
               END-IF
       END-READ.
      ******************************************************************
       202-CHECK-CARD.
       MOVE 'N' TO WS-CARD-CLOSED.
       IF VM-CC (1:1) = 'T'
           MOVE VM-CC TO VAULT-TOKEN-KEY
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAULT-CARD-CLOSED
                       MOVE 'Y' TO WS-CARD-CLOSED
                   END-IF
           END-READ
       END-IF.
       IF WS-CARD-CLOSED = 'Y'
           ADD 1 TO WS-RTY-CLOSED-CTR
           MOVE 'CARD CLOSED' TO WS-DTL-EXCEPTION
           PERFORM 420-PRINT-DTL-LINE
       ELSE
           PERFORM 205-CHECK-OWNED
       END-IF.
      ******************************************************************
       205-CHECK-OWNED.
       MOVE RTY-VM-ID  TO VTP-VM-ID-KEY.
           INVALID KEY
               PERFORM 210-AUTHORIZE
           NOT INVALID KEY
               IF VTP-RENTAL-EXPIRED
                  OR (VTP-RENTAL-ACTIVE
                      AND VTP-RENT-EXPIRY < WS-CUR-TSTAMP (1:12))
                   PERFORM 207-ARCHIVE-LAPSED
                   DELETE VTP-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM 210-AUTHORIZE
               ELSE
                   ADD 1 TO WS-RTY-OWNED-CTR
                   PERFORM 260-RETIRE-ROW
               END-IF
       END-READ.
      ******************************************************************
      *207-ARCHIVE-LAPSED copies the lapsed rental row to VTA-FILE,
      *which is laid out exactly as VTP-REC, so its revenue stays on
      *file. Each sale of the title keeps its own archive row.
      ******************************************************************
       207-ARCHIVE-LAPSED.
       MOVE VTP-REC TO VTA-REC.
       WRITE VTA-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
       END-WRITE.
      ******************************************************************
      *210-AUTHORIZE records the purchase before charging the card,
      *the same order 310-WRITE-PURCHASE on the purchase page uses,
      *so a charge can never post without its VTP record: a decline
       MOVE WS-TODAY   TO VTP-PUR-DATE.
       MOVE RTY-PRICE  TO VTP-PRICE.
       MOVE RTY-TAX    TO VTP-TAX.
       MOVE RTY-PROMO-CODE TO VTP-PROMO-CODE.
       MOVE RTY-DISCOUNT   TO VTP-DISCOUNT.
       MOVE RTY-CREDIT-USED TO VTP-CREDIT-USED.
       MOVE RTY-OPERATOR   TO VTP-OPERATOR.
       MOVE ZERO           TO VTP-ORIG-VM-ID.
       IF RTY-RENTAL
           PERFORM 215-RENTAL-EXPIRY
           MOVE 'R'            TO VTP-SALE-TYPE
           MOVE WS-RENT-EXPIRY TO VTP-RENT-EXPIRY
       ELSE
           MOVE 'O'            TO VTP-SALE-TYPE
           MOVE ZERO           TO VTP-RENT-EXPIRY
       END-IF.
       WRITE VTP-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
           NOT INVALID KEY
               PERFORM 220-CHARGE-CARD
       END-WRITE.
      ******************************************************************
      *215-RENTAL-EXPIRY adds the rental window in hours to the run's
      *date and time, the same way the purchase page does at the
      *counter.
      ******************************************************************
       215-RENTAL-EXPIRY.
       MOVE WS-CUR-TSTAMP (9:2)  TO WS-EXP-HH.
       MOVE WS-CUR-TSTAMP (11:2) TO WS-EXP-MM.
       COMPUTE WS-EXP-HOURS = WS-EXP-HH + RTY-RENT-HOURS.
       DIVIDE WS-EXP-HOURS BY 24 GIVING WS-EXP-DAYS
                                 REMAINDER WS-EXP-HH.
       COMPUTE WS-RENT-EXP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY) + WS-EXP-DAYS).
       COMPUTE WS-RENT-EXP-TIME = WS-EXP-HH * 100 + WS-EXP-MM.
      ******************************************************************
      *220-CHARGE-CARD charges the card the part of the sale store
      *credit was not to cover. Credit went against the price first
      *and the tax last, the same split the purchase page makes.
      ******************************************************************
       220-CHARGE-CARD.
       MOVE RTY-VM-ID  TO WS-CALL-CC-ID.
       COMPUTE WS-CALL-PRICE = RTY-PRICE
                             - (RTY-CREDIT-USED - RTY-CREDIT-TAX).
       COMPUTE WS-CALL-TAX   = RTY-TAX - RTY-CREDIT-TAX.
       COMPUTE WS-CARD-DUE   = WS-CALL-PRICE + WS-CALL-TAX.
       MOVE RTY-PROMO-CODE TO WS-CALL-PROMO-CODE.
       MOVE RTY-DISCOUNT   TO WS-CALL-DISCOUNT.
       MOVE RTY-ITEM   TO WS-CALL-ITEM.
       MOVE 'W'        TO WS-CALL-TYPE.
       MOVE SPACES     TO WS-CALL-REF-TS.
       MOVE VM-CC      TO WS-CALL-CARD.
       MOVE RTY-OPERATOR TO WS-CALL-OPERATOR.
       MOVE SPACES     TO WS-CALL-APPR-OPERATOR.
       IF WS-CARD-DUE = ZERO
           MOVE 'A' TO WS-CALL-RESULT
       ELSE
           CALL 'G3-LINK-CC-TRANS' USING WS-CALL-CC-ID
                                         WS-CALL-PRICE
                                         WS-CALL-TAX
                                         WS-CALL-PROMO-CODE
                                         WS-CALL-DISCOUNT
                                         WS-CALL-ITEM
                                         WS-CALL-TYPE
                                         WS-CALL-REF-TS
                                         WS-CALL-CARD
                                         WS-CALL-OPERATOR
                                         WS-CALL-APPR-OPERATOR
                                         WS-CALL-RESULT
           END-CALL
       END-IF.
       IF WS-CALL-RESULT = 'D'
           DELETE VTP-FILE RECORD
               INVALID KEY
       ELSE
           PERFORM 250-APPROVED
       END-IF.
      ******************************************************************
      *250-APPROVED takes the store credit and counts the promotion
      *use for the sale that has now gone through, as the purchase
      *page does for a sale approved at the counter.
      ******************************************************************
       250-APPROVED.
       ADD 1 TO WS-RTY-APPROVED-CTR.
       ADD 1 TO RTY-ATTEMPT-CTR.
       PERFORM 252-SPEND-CREDIT.
       PERFORM 254-COUNT-PROMO-USE.
       PERFORM 260-RETIRE-ROW.
      ******************************************************************
      *252-SPEND-CREDIT takes the queued credit off the wallet. A
      *refusal means the member spent the balance while the sale
      *waited; the sale stands and the row prints for follow-up.
      ******************************************************************
       252-SPEND-CREDIT.
       IF RTY-CREDIT-USED > ZERO
           MOVE 'D'      TO WS-WLT-FUNC
           MOVE WS-TODAY TO WS-WLT-SALE-DATE
           IF WS-CARD-DUE > ZERO
               MOVE 'Y'  TO WS-WLT-CARD-PART
           ELSE
               MOVE 'N'  TO WS-WLT-CARD-PART
           END-IF
           CALL 'G3-LINK-WALLET' USING WS-WLT-FUNC
                                       RTY-VM-ID
                                       RTY-CREDIT-USED
                                       RTY-CREDIT-TAX
                                       RTY-PROMO-CODE
                                       RTY-DISCOUNT
                                       RTY-ITEM
                                       RTY-VML-ID
                                       WS-WLT-SALE-DATE
                                       WS-WLT-CARD-PART
                                       WS-WLT-BAL
                                       RTY-OPERATOR
                                       WS-CALL-APPR-OPERATOR
                                       WS-WLT-RESULT
           END-CALL
           IF NOT WS-WLT-APPLIED
               ADD 1 TO WS-RTY-NOCREDIT-CTR
               MOVE 'NO CREDIT' TO WS-DTL-EXCEPTION
               PERFORM 420-PRINT-DTL-LINE
           END-IF
       END-IF.
      ******************************************************************
      *254-COUNT-PROMO-USE bumps the code's use count now the sale has
      *gone through, so the cap is measured in real redemptions.
      ******************************************************************
       254-COUNT-PROMO-USE.
       IF RTY-PROMO-CODE NOT = SPACES
           MOVE RTY-PROMO-CODE TO PRM-CODE-KEY
           READ PRM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PRM-USE-CTR
                   REWRITE PRM-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-READ
       END-IF.
      ******************************************************************
       260-RETIRE-ROW.
       MOVE 'A'      TO RTY-STATE.
      ******************************************************************
       400-GIVE-UP.
       ADD 1 TO WS-RTY-GIVEUP-CTR.
       MOVE 'G'      TO RTY-STATE.
       MOVE WS-TODAY TO RTY-LAST-DATE.
       REWRITE RTY-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
       MOVE 'GIVEN UP THIS RUN.................' TO WS-CTR-LABEL.
       MOVE WS-RTY-GIVEUP-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
       MOVE 'CLOSED CARD (LEFT PENDING)........' TO WS-CTR-LABEL.
       MOVE WS-RTY-CLOSED-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
       MOVE 'RETIRED ROWS (SKIPPED)............' TO WS-CTR-LABEL.
       MOVE WS-RTY-SKIP-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
       MOVE 'TITLE ALREADY ON FILE (RETIRED)...' TO WS-CTR-LABEL.
       MOVE WS-RTY-OWNED-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
       MOVE 'STORE CREDIT NOT TAKEN............' TO WS-CTR-LABEL.
       MOVE WS-RTY-NOCREDIT-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
       MOVE 'QUEUE REWRITE ERRORS..............' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE RETRY-LINE FROM WS-CTR-LINE.
