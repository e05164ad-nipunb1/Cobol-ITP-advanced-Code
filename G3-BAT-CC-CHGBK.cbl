      *          item is matched to CC-TRAN-FILE on CC-ID plus the
      *          original CC-TRAN-TSTAMP; a matched item posts a
      *          chargeback transaction against the card and pulls
      *          the disputed title back out of VTP-FILE. A pulled
      *          rental's sale type and expiry ride on the chargeback
      *          row so a won dispute can put the rental back as it
      *          was. Anything that cannot be matched prints on an
      *          exception report to be worked by hand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-CC-CHGBK IS INITIAL.
                               TO WS-DTL-EXCEPTION
                           PERFORM 800-EXCEPTION-LINE
                       ELSE
                           PERFORM 400-PULL-TITLE
                           PERFORM 300-POST-CHARGEBACK
                       END-IF
               END-EVALUATE
       END-READ.
       MOVE WS-ORIG-ITEM   TO CC-TRAN-ITEM.
       MOVE CB-ORIG-TSTAMP TO CC-TRAN-REF-TSTAMP.
       MOVE WS-ORIG-BRAND  TO CC-TRAN-BRAND.
       MOVE SPACES         TO CC-TRAN-PROMO-CODE.
       MOVE ZERO           TO CC-TRAN-DISCOUNT.
       MOVE SPACES         TO CC-TRAN-OPERATOR.
       MOVE SPACES         TO CC-TRAN-APPR-OPERATOR.
       MOVE WS-PULL-SALE-TYPE TO CC-TRAN-SALE-TYPE.
       MOVE WS-PULL-EXPIRY    TO CC-TRAN-RENT-EXPIRY.
       MOVE 'N'            TO CC-TRAN-SETTLED.
       MOVE ZERO           TO CC-TRAN-SETTLE-DATE.
       WRITE CC-TRAN-REC
      *400-PULL-TITLE scans the member's VTP records for the one whose
      *catalog title matches the disputed item and deletes it, the way
      *360-WRITE-REFUND in the purchase page removes a refunded title.
      *The title's sale type and rental expiry are kept for the
      *chargeback row, so a won dispute can restore a rental as one.
      ******************************************************************
       400-PULL-TITLE.
       MOVE 'N'      TO WS-FOUND-SW.
       MOVE 'O'      TO WS-PULL-SALE-TYPE.
       MOVE ZERO     TO WS-PULL-EXPIRY.
       MOVE CB-CC-ID TO VTP-VM-ID-KEY.
       MOVE ZERO     TO VTP-VML-ID-KEY.
       START VTP-FILE KEY NOT LESS THAN VTP-KEY
               PERFORM 410-SCAN-VTP
       END-START.
       IF WS-FOUND-SW = 'Y'
           IF VTP-RENTAL
               MOVE VTP-SALE-TYPE   TO WS-PULL-SALE-TYPE
               MOVE VTP-RENT-EXPIRY TO WS-PULL-EXPIRY
           END-IF
           DELETE VTP-FILE RECORD
               INVALID KEY
                   CONTINUE
