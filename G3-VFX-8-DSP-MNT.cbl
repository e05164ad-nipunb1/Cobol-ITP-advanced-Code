      *and a later win need from the chargeback row while it is in
      *hand: the original charge timestamp, the brand split, the
      *disputed amount and tax (posted negative, carried positive
      *here), the sale type and rental expiry the chargeback batch
      *took off the pulled title, and the catalog id of the pulled
      *title found by the same title match 400-PULL-TITLE in the
      *chargeback batch used to pull it.
      ******************************************************************
       250-WRITE-DISPUTE.
       MOVE CC-ID              TO DSP-CC-ID.
           MOVE ZERO TO DSP-TAX
       END-IF.
       MOVE VFX-8-EVIDENCE     TO DSP-EVIDENCE.
       IF CC-TRAN-RENT-EXPIRY NUMERIC
           MOVE CC-TRAN-SALE-TYPE   TO DSP-SALE-TYPE
           MOVE CC-TRAN-RENT-EXPIRY TO DSP-RENT-EXPIRY
       ELSE
           MOVE 'O'                 TO DSP-SALE-TYPE
           MOVE ZERO                TO DSP-RENT-EXPIRY
       END-IF.
       MOVE 'P'                TO DSP-STATE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8)    TO DSP-FLAG-DATE.
       MOVE DSP-ITEM       TO CC-TRAN-ITEM.
       MOVE DSP-TSTAMP     TO CC-TRAN-REF-TSTAMP.
       MOVE DSP-BRAND      TO CC-TRAN-BRAND.
       MOVE SPACES         TO CC-TRAN-PROMO-CODE.
       MOVE ZERO           TO CC-TRAN-DISCOUNT.
       MOVE WS-OPERATOR-ID TO CC-TRAN-OPERATOR.
       MOVE SPACES         TO CC-TRAN-APPR-OPERATOR.
       MOVE 'N'            TO CC-TRAN-SETTLED.
       MOVE ZERO           TO CC-TRAN-SETTLE-DATE.
       MOVE DSP-SALE-TYPE  TO CC-TRAN-SALE-TYPE.
       MOVE DSP-RENT-EXPIRY TO CC-TRAN-RENT-EXPIRY.
       WRITE CC-TRAN-REC
           INVALID KEY
               MOVE 'REVERSAL WRITE FAILED' TO VFX-2-MSG
       END-WRITE.
      ******************************************************************
      *430-RESTORE-TITLE puts the pulled purchase back on VTP-FILE
      *under the original purchase date and sale type. A rental comes
      *back with its original window; one whose window has passed
      *while the dispute was open comes back already expired. A
      *dispute flagged without a catalog match has no title id to
      *restore, so the operator is told to re-key the title by hand.
      ******************************************************************
       430-RESTORE-TITLE.
       IF DSP-VML-ID = ZERO
           END-IF
           COMPUTE VTP-PRICE = DSP-AMOUNT - DSP-TAX
           MOVE DSP-TAX TO VTP-TAX
           MOVE SPACES  TO VTP-PROMO-CODE
           MOVE ZERO    TO VTP-DISCOUNT
           MOVE ZERO    TO VTP-CREDIT-USED
           IF DSP-RENTAL
               MOVE 'R'             TO VTP-SALE-TYPE
               MOVE DSP-RENT-EXPIRY TO VTP-RENT-EXPIRY
               IF VTP-RENT-EXPIRY < WS-TSTAMP (1:12)
                   MOVE 'E'         TO VTP-SALE-TYPE
               END-IF
           ELSE
               MOVE 'O'             TO VTP-SALE-TYPE
               MOVE ZERO            TO VTP-RENT-EXPIRY
           END-IF
           MOVE WS-OPERATOR-ID TO VTP-OPERATOR
           MOVE ZERO           TO VTP-ORIG-VM-ID
           WRITE VTP-REC
               INVALID KEY
                   CONTINUE
