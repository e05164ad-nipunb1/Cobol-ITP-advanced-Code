      *          of being skipped in silence. Plan charges post under
      *          their own transaction type so the purchase
      *          reconciliation never looks for a VTP row behind one.
      *          A member whose card account the acquirer has closed
      *          is not charged at all; the member prints on the
      *          exception report until a new card is keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-SUB-BILL IS INITIAL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-ZIP.
       COPY SELECT-TAX-RATE.
       COPY SELECT-VAULT.
       COPY SELECT-SUBX-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-VFX-MBR.
       COPY FD-ZIP.
       COPY FD-TAX-RATE.
       COPY FD-VAULT.
       COPY FD-SUBX-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-SUB-BILL.
       COPY WS-VAULT.
       COPY WS-RUNLOG-CALL.
      ******************************************************************
       PROCEDURE DIVISION.
       OPEN INPUT  SPL-FILE
                   VM-FILE
                   ZIP-MST-OUT
                   TAX-FILE
                   VAULT-FILE.
       OPEN OUTPUT SUBX-RPT.
       MOVE WS-BILL-YM TO WS-H1-YM.
       WRITE SUBX-LINE FROM WS-HDR1.
               VM-FILE
               ZIP-MST-OUT
               TAX-FILE
               VAULT-FILE
               SUBX-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
                               TO WS-DTL-EXCEPTION
                           PERFORM 800-EXCEPTION-LINE
                       ELSE
                           PERFORM 220-CHECK-CARD
                       END-IF
               END-READ
       END-READ.
      ******************************************************************
      *220-CHECK-CARD skips a card the account updater has marked
      *closed rather than send the processor a charge that can only
      *decline.
      ******************************************************************
       220-CHECK-CARD.
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
           ADD 1 TO WS-CLOSED-CTR
           MOVE SPL-PRICE  TO WS-DTL-AMOUNT
           MOVE SPL-NAME   TO WS-DTL-PLAN-NAME
           MOVE 'CARD ACCOUNT CLOSED' TO WS-DTL-EXCEPTION
           PERFORM 800-EXCEPTION-LINE
       ELSE
           PERFORM 300-CHARGE-MEMBER
       END-IF.
      ******************************************************************
       300-CHARGE-MEMBER.
       PERFORM 310-COMPUTE-TAX.
       MOVE 'S'        TO WS-CALL-TYPE.
       MOVE SPACES     TO WS-CALL-REF-TS.
       MOVE VM-CC      TO WS-CALL-CARD.
       MOVE SPACES     TO WS-CALL-PROMO-CODE.
       MOVE ZERO       TO WS-CALL-DISCOUNT.
       MOVE SPACES     TO WS-CALL-OPERATOR.
       MOVE SPACES     TO WS-CALL-APPR-OPERATOR.
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
       END-CALL.
       IF WS-CALL-RESULT = 'D'
       MOVE 'CANCELLED (SKIPPED)...............' TO WS-CTR-LABEL.
       MOVE WS-CANCELLED-CTR TO WS-CTR-VALUE.
       WRITE SUBX-LINE FROM WS-CTR-LINE.
       MOVE 'CLOSED CARD (NOT CHARGED).........' TO WS-CTR-LABEL.
       MOVE WS-CLOSED-CTR TO WS-CTR-VALUE.
       WRITE SUBX-LINE FROM WS-CTR-LINE.
       MOVE 'EXCEPTION MEMBERS.................' TO WS-CTR-LABEL.
       MOVE WS-EXCEPT-CTR TO WS-CTR-VALUE.
       WRITE SUBX-LINE FROM WS-CTR-LINE.
