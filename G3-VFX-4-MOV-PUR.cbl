       COPY SELECT-TAX-RATE.
       COPY SELECT-BMK.
       COPY SELECT-CC-RETRY.
       COPY SELECT-PROMO.
       COPY SELECT-HELD.
       COPY SELECT-VTP-ARCH.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-TAX-RATE.
       COPY FD-BMK.
       COPY FD-CC-RETRY.
       COPY FD-PROMO.
       COPY FD-HELD.
       COPY FD-VTP-ARCH.

       WORKING-STORAGE SECTION.
       COPY WS-VFX.
       OPEN I-O    VTP-FILE
                   BMK-FILE
                   RETRY-FILE
                   PRM-FILE
                   HLD-FILE
                   VTA-FILE
       OPEN INPUT  VML-FILE
                   VM-FILE
                   ZIP-MST-OUT
       CLOSE   VTP-FILE
               BMK-FILE
               RETRY-FILE
               PRM-FILE
               HLD-FILE
               VTA-FILE
               VML-FILE
               VM-FILE
               ZIP-MST-OUT
           END-IF
           PERFORM 170-PAGE-PROMPT
       END-PERFORM.
      ******************************************************************
      *160-DISPLAY-PAGE leaves out rentals whose window has closed,
      *whether or not the nightly expiry batch has marked them yet.
      ******************************************************************
       160-DISPLAY-PAGE.
       MOVE 0   TO VFX-4-PAGE-LINE-CTR.
               AT END
                   MOVE 'Y' TO VFX-4-PAGE-EOF
               NOT AT END
                   EVALUATE TRUE
                       WHEN VTP-VM-ID-KEY NOT = VFX-4-SEARCH-ID
                           MOVE 'Y' TO VFX-4-PAGE-EOF
                       WHEN VTP-RENTAL-EXPIRED
                           CONTINUE
                       WHEN VTP-RENTAL-ACTIVE
                        AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12)
                           CONTINUE
                       WHEN OTHER
                           IF VFX-4-PAGE-LINE-CTR = 0
                               MOVE VTP-VML-ID-KEY
                                   TO VFX-4-PAGE-KEY (VFX-4-PAGE-NUM)
                           END-IF
                           ADD 1 TO VFX-4-PAGE-LINE-CTR
                           PERFORM 165-DISPLAY-LINE
                   END-EVALUATE
           END-READ
       END-PERFORM.
       IF VFX-4-PAGE-EOF NOT = 'Y' AND VFX-4-PAGE-NUM < 50
       END-READ.
      ******************************************************************
       165-DISPLAY-LINE.
       IF VTP-RENTAL
           MOVE 'RENTED' TO VFX-4-LINE-TYPE
       ELSE
           MOVE 'OWNED'  TO VFX-4-LINE-TYPE
       END-IF.
       IF VTP-VML-ID-KEY = VFX-4-ID
           MOVE 'O' TO VFX-4-LOOP
       ELSE
                   MOVE VML-ID     TO VFX-4-ID
                   MOVE VML-TITLE  TO VFX-4-TITLE
                   MOVE VML-GENRE  TO VFX-4-GENRE
                   PERFORM 332-RENT-OR-BUY
                   IF VFX-4-SALE-BUY OR VFX-4-SALE-RENT
                       PERFORM 335-CONFIRM-SALE
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
      *332-RENT-OR-BUY asks the operator to choose when the title can
      *be both bought and rented. A title with no rental terms can
      *only be bought, and a rentable title with no sale price can
      *only be rented. A rental is priced at the rental price and
      *its window is worked out from now.
      ******************************************************************
       332-RENT-OR-BUY.
       MOVE 'B'  TO VFX-4-SALE-TYPE.
       MOVE ZERO TO VFX-4-RENT-HOURS.
       MOVE ZERO TO VFX-4-RENT-EXPIRY.
       IF VML-RENT-HOURS NUMERIC
          AND VML-RENT-HOURS > ZERO
           IF VML-PRICE = ZERO
               MOVE 'R' TO VFX-4-SALE-TYPE
           ELSE
               MOVE SPACES TO VFX-4-SALE-TYPE
               DISPLAY RENTBUYSCREEN
               ACCEPT RENTBUY
           END-IF
       END-IF.
       IF VFX-4-SALE-RENT
           MOVE 'RENTAL'       TO VFX-4-SALE-DESC
           MOVE VML-RENT-HOURS TO VFX-4-RENT-HOURS
           MOVE VML-RENT-PRICE TO VFX-4-LIST-PRICE
           PERFORM 333-RENTAL-EXPIRY
       ELSE
           MOVE 'PURCHASE'     TO VFX-4-SALE-DESC
           MOVE VML-PRICE      TO VFX-4-LIST-PRICE
       END-IF.
      ******************************************************************
      *333-RENTAL-EXPIRY adds the window in hours to the current date
      *and time. Whole days roll the date forward through the
      *integer date, so month and year ends take care of themselves.
      ******************************************************************
       333-RENTAL-EXPIRY.
       MOVE WS-TSTAMP (1:8)  TO VFX-4-EXP-BASE.
       MOVE WS-TSTAMP (9:2)  TO VFX-4-EXP-HH.
       MOVE WS-TSTAMP (11:2) TO VFX-4-EXP-MM.
       COMPUTE VFX-4-EXP-HOURS = VFX-4-EXP-HH + VFX-4-RENT-HOURS.
       DIVIDE VFX-4-EXP-HOURS BY 24 GIVING VFX-4-EXP-DAYS
                                    REMAINDER VFX-4-EXP-HH.
       COMPUTE VFX-4-RENT-EXP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (VFX-4-EXP-BASE)
                + VFX-4-EXP-DAYS).
       COMPUTE VFX-4-RENT-EXP-TIME = VFX-4-EXP-HH * 100
                                   + VFX-4-EXP-MM.
      ******************************************************************
       335-CONFIRM-SALE.
       MOVE VFX-4-LIST-PRICE TO VFX-4-PRICE.
       MOVE SPACES     TO VFX-4-PROMO-CODE.
       MOVE ZERO       TO VFX-4-DISCOUNT.
       MOVE SPACES     TO VFX-2-MSG.
       PERFORM 302-CREDIT-BALANCE.
       PERFORM 305-COMPUTE-TAX.
       PERFORM 306-APPLY-CREDIT.
       DISPLAY CONFIRMBUYSCREEN.
       ACCEPT BUYPROMO.
       IF VFX-4-PROMO-CODE NOT = SPACES
           PERFORM 340-APPLY-PROMO
           PERFORM 305-COMPUTE-TAX
           PERFORM 306-APPLY-CREDIT
           DISPLAY CONFIRMBUYSCREEN
       END-IF.
       ACCEPT BUYCONF.
       IF VFX-4-BUY-CONF = 'Y' OR 'y'
           PERFORM 310-WRITE-PURCHASE
       END-IF.
      ******************************************************************
      *340-APPLY-PROMO checks the code keyed on the confirm screen
      *against the promotion master and takes the discount off the
      *list price before tax is worked out, so the member is taxed on
      *what is actually charged. A code that is unknown, retired,
      *out of its date window, used up, or restricted to another
      *genre or title is dropped with a message and the sale goes
      *ahead at list price. A discount larger than the price is held
      *to the price.
      ******************************************************************
       340-APPLY-PROMO.
       MOVE VFX-4-PROMO-CODE TO PRM-CODE-KEY.
       READ PRM-FILE
           INVALID KEY
               MOVE 'PROMO CODE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN PRM-RETIRED
                       MOVE 'PROMO CODE RETIRED' TO VFX-2-MSG
                   WHEN WS-TSTAMP (1:8) < PRM-START-DATE
                     OR WS-TSTAMP (1:8) > PRM-END-DATE
                       MOVE 'PROMO CODE OUTSIDE DATE WINDOW'
                           TO VFX-2-MSG
                   WHEN PRM-USE-CAP > 0
                    AND PRM-USE-CTR NOT < PRM-USE-CAP
                       MOVE 'PROMO CODE USE LIMIT REACHED'
                           TO VFX-2-MSG
                   WHEN PRM-GENRE NOT = SPACES
                    AND PRM-GENRE NOT = VFX-4-GENRE
                       MOVE 'PROMO NOT VALID FOR THIS GENRE'
                           TO VFX-2-MSG
                   WHEN PRM-VML-ID NOT = ZERO
                    AND PRM-VML-ID NOT = VFX-4-ID
                       MOVE 'PROMO NOT VALID FOR THIS TITLE'
                           TO VFX-2-MSG
                   WHEN PRM-DISC-PERCENT
                       COMPUTE VFX-4-DISCOUNT ROUNDED =
                               VFX-4-LIST-PRICE * PRM-DISC-VALUE / 100
                       MOVE 'PROMO CODE APPLIED' TO VFX-2-MSG
                   WHEN OTHER
                       MOVE PRM-DISC-VALUE TO VFX-4-DISCOUNT
                       MOVE 'PROMO CODE APPLIED' TO VFX-2-MSG
               END-EVALUATE
       END-READ.
       IF VFX-4-DISCOUNT = ZERO
           MOVE SPACES TO VFX-4-PROMO-CODE
       END-IF.
       IF VFX-4-DISCOUNT > VFX-4-LIST-PRICE
           MOVE VFX-4-LIST-PRICE TO VFX-4-DISCOUNT
       END-IF.
       COMPUTE VFX-4-PRICE = VFX-4-LIST-PRICE - VFX-4-DISCOUNT.
      ******************************************************************
      *345-COUNT-PROMO-USE bumps the code's use count once the sale has
      *gone through, so the cap is measured in real redemptions.
      ******************************************************************
       345-COUNT-PROMO-USE.
       IF VFX-4-PROMO-CODE NOT = SPACES
           MOVE VFX-4-PROMO-CODE TO PRM-CODE-KEY
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
      *305-COMPUTE-TAX prices the sale for the member's state, found
      *from VM-ZIP at check-in time. A state with no row on the tax
      *rate file - and a member whose zip was not on ZIP-MST-OUT -
               COMPUTE VFX-4-TAX ROUNDED = VFX-4-PRICE * TAX-RATE
       END-READ.
       COMPUTE VFX-4-TOTAL = VFX-4-PRICE + VFX-4-TAX.
      ******************************************************************
      *302-CREDIT-BALANCE fetches the member's store-credit balance
      *once per sale; a member with no wallet has a zero balance.
      ******************************************************************
       302-CREDIT-BALANCE.
       MOVE 'B'    TO VFX-4-WLT-FUNC.
       MOVE ZERO   TO VFX-4-WLT-AMOUNT.
       MOVE ZERO   TO VFX-4-WLT-TAX.
       MOVE SPACES TO VFX-4-CALL-ITEM.
       MOVE ZERO   TO VFX-4-WLT-SALE-DATE.
       MOVE 'N'    TO VFX-4-WLT-CARD-PART.
       CALL 'G3-LINK-WALLET' USING VFX-4-WLT-FUNC
                                   VFX-4-SEARCH-ID
                                   VFX-4-WLT-AMOUNT
                                   VFX-4-WLT-TAX
                                   VFX-4-PROMO-CODE
                                   VFX-4-DISCOUNT
                                   VFX-4-CALL-ITEM
                                   VFX-4-ID
                                   VFX-4-WLT-SALE-DATE
                                   VFX-4-WLT-CARD-PART
                                   VFX-4-CREDIT-BAL
                                   WS-OPERATOR-ID
                                   VFX-4-APPR-ID
                                   VFX-4-WLT-RESULT
       END-CALL.
      ******************************************************************
      *306-APPLY-CREDIT spends store credit before the card: as much
      *of the sale total as the balance covers comes from the wallet
      *and only the remainder is charged.
      ******************************************************************
       306-APPLY-CREDIT.
       IF VFX-4-CREDIT-BAL < VFX-4-TOTAL
           MOVE VFX-4-CREDIT-BAL TO VFX-4-CREDIT-USED
       ELSE
           MOVE VFX-4-TOTAL      TO VFX-4-CREDIT-USED
       END-IF.
       PERFORM 307-SPLIT-CREDIT.
      ******************************************************************
      *307-SPLIT-CREDIT divides a sale between wallet and card. Credit
      *goes against the price first and the tax last, so a part-
      *credit sale still carries its full tax on the card row; the
      *tax share of the credit rides on the wallet ledger instead.
      ******************************************************************
       307-SPLIT-CREDIT.
       IF VFX-4-CREDIT-USED < VFX-4-PRICE
           MOVE VFX-4-CREDIT-USED TO VFX-4-CREDIT-PRICE
       ELSE
           MOVE VFX-4-PRICE       TO VFX-4-CREDIT-PRICE
       END-IF.
       COMPUTE VFX-4-CREDIT-TAX =
               VFX-4-CREDIT-USED - VFX-4-CREDIT-PRICE.
       COMPUTE VFX-4-CARD-PRICE = VFX-4-PRICE - VFX-4-CREDIT-PRICE.
       COMPUTE VFX-4-CARD-TAX   = VFX-4-TAX - VFX-4-CREDIT-TAX.
       COMPUTE VFX-4-CARD-DUE   = VFX-4-CARD-PRICE + VFX-4-CARD-TAX.
      ******************************************************************
       310-WRITE-PURCHASE.
       PERFORM 308-BUILD-VTP.
       MOVE 'Y' TO VFX-4-VTP-OK.
       WRITE VTP-REC
           INVALID KEY
               PERFORM 309-REPLACE-LAPSED
       END-WRITE.
       IF VFX-4-VTP-OK = 'Y'
           PERFORM 313-SCREEN-VELOCITY
           IF VFX-4-VEL-HELD
               PERFORM 314-HOLD-SALE
           ELSE
               PERFORM 312-CHARGE-SALE
           END-IF
       ELSE
           DISPLAY 'TITLE ALREADY PURCHASED BY THIS MEMBER'
           ACCEPT VFX-4-RESP
       END-IF.
      ******************************************************************
       308-BUILD-VTP.
       MOVE VFX-4-SEARCH-ID   TO VTP-VM-ID-KEY.
       MOVE VFX-4-ID          TO VTP-VML-ID-KEY.
       MOVE WS-TSTAMP (1:8)   TO VTP-PUR-DATE.
       MOVE VFX-4-PRICE       TO VTP-PRICE.
       MOVE VFX-4-TAX         TO VTP-TAX.
       MOVE VFX-4-PROMO-CODE  TO VTP-PROMO-CODE.
       MOVE VFX-4-DISCOUNT    TO VTP-DISCOUNT.
       MOVE VFX-4-CREDIT-USED TO VTP-CREDIT-USED.
       MOVE WS-OPERATOR-ID    TO VTP-OPERATOR.
       MOVE ZERO              TO VTP-ORIG-VM-ID.
       IF VFX-4-SALE-RENT
           MOVE 'R'               TO VTP-SALE-TYPE
       ELSE
           MOVE 'O'               TO VTP-SALE-TYPE
       END-IF.
       MOVE VFX-4-RENT-EXPIRY TO VTP-RENT-EXPIRY.
      ******************************************************************
      *309-REPLACE-LAPSED lets a member rent or buy again a title
      *whose earlier rental has run out; the lapsed rental row gives
      *way to the new sale, going to the archive first so its revenue
      *stays on file for the month reports. Anything else already on
      *file for the title blocks the sale.
      ******************************************************************
       309-REPLACE-LAPSED.
       MOVE 'N' TO VFX-4-VTP-OK.
       READ VTP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VTP-RENTAL-EXPIRED
                  OR (VTP-RENTAL-ACTIVE
                      AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12))
                   PERFORM 317-ARCHIVE-LAPSED
                   DELETE VTP-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM 308-BUILD-VTP
                   WRITE VTP-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO VFX-4-VTP-OK
                   END-WRITE
               END-IF
       END-READ.
      ******************************************************************
      *317-ARCHIVE-LAPSED copies the lapsed rental row to VTA-FILE,
      *which is laid out exactly as VTP-REC. Each sale of the title
      *keeps its own archive row.
      ******************************************************************
       317-ARCHIVE-LAPSED.
       MOVE VTP-REC TO VTA-REC.
       WRITE VTA-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
      ******************************************************************
      *312-CHARGE-SALE charges the card only for what store credit
      *did not cover - a sale paid wholly from the wallet never goes
      *to the processor. The credit is taken once the card side has
      *gone through, so a decline leaves the wallet untouched; the
      *retry queue carries the credit split so the retry charges the
      *card only its own part and takes the credit when it approves.
      ******************************************************************
       312-CHARGE-SALE.
       MOVE VFX-4-TITLE TO VFX-4-CALL-ITEM.
       MOVE 'W'         TO VFX-4-CALL-TYPE.
       MOVE SPACES      TO VFX-4-CALL-REF-TS.
       MOVE SPACES      TO VFX-4-APPR-ID.
       IF VFX-4-CARD-DUE = ZERO
           MOVE 'A' TO VFX-4-CALL-RESULT
       ELSE
           CALL 'G3-LINK-CC-TRANS' USING VFX-4-ORIG-ID
                                         VFX-4-CARD-PRICE
                                         VFX-4-CARD-TAX
                                         VFX-4-PROMO-CODE
                                         VFX-4-DISCOUNT
                                         VFX-4-CALL-ITEM
                                         VFX-4-CALL-TYPE
                                         VFX-4-CALL-REF-TS
                                         VFX-4-ORIG-CC
                                         WS-OPERATOR-ID
                                         VFX-4-APPR-ID
                                         VFX-4-CALL-RESULT
           END-CALL
       END-IF.
       IF VFX-4-CALL-RESULT = 'D'
           DELETE VTP-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 320-QUEUE-RETRY
           DISPLAY 'CARD DECLINED - QUEUED FOR RETRY'
           ACCEPT VFX-4-RESP
       ELSE
           PERFORM 311-SPEND-CREDIT
           PERFORM 316-POST-VELOCITY
           PERFORM 315-RETIRE-RETRY
           PERFORM 345-COUNT-PROMO-USE
           IF VFX-4-SALE-RENT
               DISPLAY 'RENTAL RECORDED - EXPIRES '
                       VFX-4-RENT-EXP-DATE ' ' VFX-4-RENT-EXP-TIME
           ELSE
               DISPLAY 'PURCHASE RECORDED'
           END-IF
           ACCEPT VFX-4-RESP
       END-IF.
      ******************************************************************
      *313-SCREEN-VELOCITY runs the card side of the sale past the
      *velocity rules before anything is charged. A sale for this
      *member and title already waiting in the review queue is held
      *again without being screened; a sale paid wholly from store
      *credit never touches the card and is not screened at all.
      ******************************************************************
       313-SCREEN-VELOCITY.
       MOVE 'P'    TO VFX-4-VEL-RESULT.
       MOVE SPACES TO VFX-4-VEL-RULE.
       MOVE VFX-4-SEARCH-ID TO HLD-VM-ID.
       MOVE VFX-4-ID        TO HLD-VML-ID.
       READ HLD-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF HLD-IS-HELD
                   MOVE 'H'   TO VFX-4-VEL-RESULT
                   MOVE 'DUP' TO VFX-4-VEL-RULE
               END-IF
       END-READ.
       IF VFX-4-VEL-PASSED
          AND VFX-4-CARD-DUE > ZERO
           MOVE 'S' TO VFX-4-VEL-FUNC
           CALL 'G3-LINK-VELOCITY' USING VFX-4-VEL-FUNC
                                         VFX-4-SEARCH-ID
                                         VFX-4-ORIG-CC
                                         VFX-4-CARD-DUE
                                         VFX-4-VEL-RESULT
                                         VFX-4-VEL-RULE
           END-CALL
       END-IF.
      ******************************************************************
      *314-HOLD-SALE takes the purchase back off VTP-FILE and parks
      *the sale on the review queue exactly as quoted - nothing is
      *charged and no store credit is spent until a reviewer releases
      *it. A closed queue row left from an earlier hold of the same
      *title is reused.
      ******************************************************************
       314-HOLD-SALE.
       DELETE VTP-FILE RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       IF VFX-4-VEL-RULE = 'DUP'
           DISPLAY 'SALE ALREADY HELD FOR REVIEW'
           ACCEPT VFX-4-RESP
       ELSE
           MOVE VFX-4-SEARCH-ID   TO HLD-VM-ID
           MOVE VFX-4-ID          TO HLD-VML-ID
           MOVE WS-TSTAMP         TO HLD-TSTAMP
           MOVE VFX-4-TITLE       TO HLD-ITEM
           MOVE VFX-4-PRICE       TO HLD-PRICE
           MOVE VFX-4-TAX         TO HLD-TAX
           MOVE VFX-4-PROMO-CODE  TO HLD-PROMO-CODE
           MOVE VFX-4-DISCOUNT    TO HLD-DISCOUNT
           MOVE VFX-4-CREDIT-USED TO HLD-CREDIT-USED
           MOVE VFX-4-CREDIT-TAX  TO HLD-CREDIT-TAX
           MOVE VFX-4-CARD-PRICE  TO HLD-CARD-PRICE
           MOVE VFX-4-CARD-TAX    TO HLD-CARD-TAX
           MOVE VFX-4-ORIG-CC     TO HLD-CARD
           IF VFX-4-SALE-RENT
               MOVE 'R'           TO HLD-SALE-TYPE
           ELSE
               MOVE 'O'           TO HLD-SALE-TYPE
           END-IF
           MOVE VFX-4-RENT-HOURS  TO HLD-RENT-HOURS
           MOVE VFX-4-VEL-RULE    TO HLD-RULE
           MOVE WS-OPERATOR-ID    TO HLD-SALE-OPERATOR
           MOVE 'H'               TO HLD-STATE
           MOVE SPACES            TO HLD-REVIEW-OPERATOR
           MOVE ZERO              TO HLD-REVIEW-DATE
           WRITE HLD-REC
               INVALID KEY
                   REWRITE HLD-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           MOVE WS-OPERATOR-ID    TO WS-AUD-OPERATOR
           MOVE VFX-4-SEARCH-ID   TO WS-AUD-MEMBER-ID
           MOVE 'HELD-'           TO WS-AUD-RESULT
           MOVE VFX-4-VEL-RULE    TO WS-AUD-RESULT (6:3)
           PERFORM 195-WRITE-AUDIT
           DISPLAY 'HELD FOR REVIEW'
           ACCEPT VFX-4-RESP
       END-IF.
      ******************************************************************
      *316-POST-VELOCITY adds the card side of an approved sale to the
      *card's velocity tally.
      ******************************************************************
       316-POST-VELOCITY.
       IF VFX-4-CARD-DUE > ZERO
           MOVE 'P' TO VFX-4-VEL-FUNC
           CALL 'G3-LINK-VELOCITY' USING VFX-4-VEL-FUNC
                                         VFX-4-SEARCH-ID
                                         VFX-4-ORIG-CC
                                         VFX-4-CARD-DUE
                                         VFX-4-VEL-RESULT
                                         VFX-4-VEL-RULE
           END-CALL
       END-IF.
      ******************************************************************
      *311-SPEND-CREDIT takes the credit the member was shown off the
      *wallet. A refusal means the balance moved since the confirm
      *screen; the sale stands and the shortfall goes to a supervisor
      *by way of the audit master.
      ******************************************************************
       311-SPEND-CREDIT.
       IF VFX-4-CREDIT-USED > ZERO
           MOVE 'D'               TO VFX-4-WLT-FUNC
           MOVE VFX-4-CREDIT-USED TO VFX-4-WLT-AMOUNT
           MOVE VFX-4-CREDIT-TAX  TO VFX-4-WLT-TAX
           MOVE WS-TSTAMP (1:8)   TO VFX-4-WLT-SALE-DATE
           PERFORM 369-SET-CARD-PART
           PERFORM 368-CALL-WALLET
           IF NOT VFX-4-WLT-APPLIED
               MOVE WS-OPERATOR-ID  TO WS-AUD-OPERATOR
               MOVE VFX-4-SEARCH-ID TO WS-AUD-MEMBER-ID
               MOVE 'CREDITERR'     TO WS-AUD-RESULT
               PERFORM 195-WRITE-AUDIT
               DISPLAY 'STORE CREDIT NOT TAKEN - SEE SUPERVISOR'
               ACCEPT VFX-4-RESP
           END-IF
       END-IF.
      ******************************************************************
      *315-RETIRE-RETRY clears a pending retry queue row once the sale
      *has gone through at the counter - a decline queued earlier and
      *then re-keyed successfully must not be authorized a second
       MOVE VFX-4-TITLE       TO RTY-ITEM.
       MOVE VFX-4-PRICE       TO RTY-PRICE.
       MOVE VFX-4-TAX         TO RTY-TAX.
       MOVE VFX-4-PROMO-CODE  TO RTY-PROMO-CODE.
       MOVE VFX-4-DISCOUNT    TO RTY-DISCOUNT.
       MOVE VFX-4-CREDIT-USED TO RTY-CREDIT-USED.
       MOVE VFX-4-CREDIT-TAX  TO RTY-CREDIT-TAX.
       MOVE WS-OPERATOR-ID    TO RTY-OPERATOR.
       IF VFX-4-SALE-RENT
           MOVE 'R'           TO RTY-SALE-TYPE
       ELSE
           MOVE 'O'           TO RTY-SALE-TYPE
       END-IF.
       MOVE VFX-4-RENT-HOURS  TO RTY-RENT-HOURS.
       MOVE WS-TSTAMP (1:8)   TO RTY-FIRST-DATE.
       MOVE WS-TSTAMP (1:8)   TO RTY-LAST-DATE.
       MOVE ZERO              TO RTY-ATTEMPT-CTR.
                   MOVE VFX-4-TITLE     TO RTY-ITEM
                   MOVE VFX-4-PRICE     TO RTY-PRICE
                   MOVE VFX-4-TAX       TO RTY-TAX
                   MOVE VFX-4-PROMO-CODE TO RTY-PROMO-CODE
                   MOVE VFX-4-DISCOUNT  TO RTY-DISCOUNT
                   MOVE VFX-4-CREDIT-USED TO RTY-CREDIT-USED
                   MOVE VFX-4-CREDIT-TAX  TO RTY-CREDIT-TAX
                   MOVE WS-OPERATOR-ID  TO RTY-OPERATOR
                   IF VFX-4-SALE-RENT
                       MOVE 'R'         TO RTY-SALE-TYPE
                   ELSE
                       MOVE 'O'         TO RTY-SALE-TYPE
                   END-IF
                   MOVE VFX-4-RENT-HOURS TO RTY-RENT-HOURS
                   MOVE WS-TSTAMP (1:8) TO RTY-FIRST-DATE
                   MOVE WS-TSTAMP (1:8) TO RTY-LAST-DATE
                   MOVE ZERO            TO RTY-ATTEMPT-CTR
           WHEN OTHER
               MOVE 'Y' TO VFX-4-CAT-PAGE-DONE
       END-EVALUATE.
      ******************************************************************
      *350-REFUND-TITLE refunds a title the member holds. A rental
      *whose window has closed has been used and is not refunded.
      ******************************************************************
       350-REFUND-TITLE.
       DISPLAY REFUNDSCREEN.
                   MOVE VTP-VML-ID-KEY TO VML-ID-KEY
                   READ VML-FILE KEY VML-ID
                       INVALID KEY
                           MOVE VTP-VML-ID-KEY TO VFX-4-ID
                           MOVE SPACES TO VFX-4-TITLE
                           MOVE SPACES TO VFX-4-GENRE
                       NOT INVALID KEY
                           MOVE VML-TITLE TO VFX-4-TITLE
                           MOVE VML-GENRE TO VFX-4-GENRE
                   END-READ
                   IF VTP-RENTAL-EXPIRED
                      OR (VTP-RENTAL-ACTIVE
                          AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12))
                       DISPLAY 'RENTAL HAS EXPIRED - NO REFUND'
                       ACCEPT VFX-4-RESP
                   ELSE
                       MOVE VTP-PRICE TO VFX-4-PRICE
                       MOVE VTP-PUR-DATE TO VFX-4-WLT-SALE-DATE
                       IF VTP-TAX NUMERIC
                           MOVE VTP-TAX TO VFX-4-TAX
                       ELSE
                           MOVE ZERO    TO VFX-4-TAX
                       END-IF
                       IF VTP-DISCOUNT NUMERIC
                           MOVE VTP-PROMO-CODE TO VFX-4-PROMO-CODE
                           MOVE VTP-DISCOUNT   TO VFX-4-DISCOUNT
                       ELSE
                           MOVE SPACES TO VFX-4-PROMO-CODE
                           MOVE ZERO   TO VFX-4-DISCOUNT
                       END-IF
                       IF VTP-CREDIT-USED NUMERIC
                           MOVE VTP-CREDIT-USED TO VFX-4-CREDIT-USED
                       ELSE
                           MOVE ZERO TO VFX-4-CREDIT-USED
                       END-IF
                       COMPUTE VFX-4-TOTAL = VFX-4-PRICE + VFX-4-TAX
                       PERFORM 307-SPLIT-CREDIT
                       PERFORM 352-FIND-CHARGED-ID
                       MOVE 'C' TO VFX-4-REFUND-DEST
                       DISPLAY CONFIRMREFUNDSCREEN
                       ACCEPT REFUNDDEST
                       ACCEPT REFUNDCONF
                       IF VFX-4-REFUND-CONF = 'Y' OR 'y'
                           PERFORM 355-APPROVE-REFUND
                           IF VFX-4-APPR-GRANTED
                               PERFORM 360-WRITE-REFUND
                           END-IF
                       END-IF
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      *352-FIND-CHARGED-ID works out where a card refund goes. A title
      *moved here by a member merge was charged under the retiring
      *id, so the refund posts under that id, against the charge it
      *gives back, and to that member's card while one is on file.
      ******************************************************************
       352-FIND-CHARGED-ID.
       MOVE VFX-4-ORIG-ID TO VFX-4-REFUND-CC-ID.
       MOVE VFX-4-ORIG-CC TO VFX-4-REFUND-CARD.
       IF VTP-ORIG-VM-ID NUMERIC
          AND VTP-ORIG-VM-ID > ZERO
          AND VTP-ORIG-VM-ID NOT = VFX-4-ORIG-ID
           MOVE VTP-ORIG-VM-ID TO VFX-4-REFUND-CC-ID
           MOVE VTP-ORIG-VM-ID TO VM-ID-KEY
           READ VM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VM-CC NOT = SPACES
                       MOVE VM-CC TO VFX-4-REFUND-CARD
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      *355-APPROVE-REFUND lets a refund up to VFX-4-REFUND-APPR-LIMIT
      *post on the operator's own authority. A larger one needs a
      *second operator with admin authority, other than the one
      *keying the refund, to sign on here and approve it; without
      *that the refund is not posted. Approvals and refusals are
      *both written to the audit master naming the approver, and an
      *approved refund carries the approver's id onto its card and
      *wallet rows.
      ******************************************************************
       355-APPROVE-REFUND.
       MOVE SPACES TO VFX-4-APPR-ID.
       MOVE 'A'    TO VFX-4-APPR-RESULT.
       IF VFX-4-TOTAL > VFX-4-REFUND-APPR-LIMIT
           MOVE SPACES TO VFX-4-APPR-PSWD
           MOVE SPACE  TO VFX-4-APPR-AUTH
           DISPLAY APPROVESCREEN
           ACCEPT APPRID
           ACCEPT APPRPSWD
           CALL 'G3-LINK-OPR-CHECK' USING VFX-4-APPR-ID
                                          VFX-4-APPR-PSWD
                                          VFX-4-APPR-AUTH
                                          VFX-4-APPR-RESULT
           END-CALL
           IF VFX-4-APPR-GRANTED
              AND VFX-4-APPR-IS-ADMIN
              AND VFX-4-APPR-ID NOT = WS-OPERATOR-ID
               MOVE 'REFAPPR'   TO WS-AUD-RESULT
               PERFORM 358-AUDIT-APPROVAL
           ELSE
               MOVE 'D'         TO VFX-4-APPR-RESULT
               MOVE 'REFAPPDEN' TO WS-AUD-RESULT
               PERFORM 358-AUDIT-APPROVAL
               MOVE SPACES      TO VFX-4-APPR-ID
               DISPLAY 'ADMIN APPROVAL REFUSED - REFUND NOT COMPLETED'
               ACCEPT VFX-4-RESP
           END-IF
       END-IF.
      ******************************************************************
       358-AUDIT-APPROVAL.
       MOVE WS-OPERATOR-ID   TO WS-AUD-OPERATOR.
       MOVE VFX-4-SEARCH-ID  TO WS-AUD-MEMBER-ID.
       MOVE VFX-4-APPR-ID    TO WS-AUD-DETAIL.
       CALL 'G3-LINK-AUDIT' USING WS-AUD-OPERATOR
                                  VFX-M-PROG
                                  WS-AUD-MEMBER-ID
                                  WS-AUD-RESULT
                                  WS-AUD-DETAIL
       END-CALL.
      ******************************************************************
      *360-WRITE-REFUND sends the refund where the operator chose. To
      *store credit, the whole sale goes onto the member's wallet and
      *nothing is sent to the card. To the card, only the part the
      *card paid is refunded there; any part paid from store credit
      *goes back onto the wallet it came from. The card refund stands
      *if the wallet then refuses the credit part; the shortfall goes
      *to a supervisor by way of the audit master.
      ******************************************************************
       360-WRITE-REFUND.
       MOVE VFX-4-TITLE TO VFX-4-CALL-ITEM.
       IF VFX-4-REFUND-TO-CREDIT
           MOVE 'C'         TO VFX-4-WLT-FUNC
           MOVE VFX-4-TOTAL TO VFX-4-WLT-AMOUNT
           MOVE VFX-4-TAX   TO VFX-4-WLT-TAX
           MOVE 'N'         TO VFX-4-WLT-CARD-PART
           PERFORM 368-CALL-WALLET
           IF VFX-4-WLT-APPLIED
               PERFORM 362-REMOVE-PURCHASE
               DISPLAY 'REFUND POSTED TO STORE CREDIT'
           ELSE
               DISPLAY 'STORE CREDIT FAILED - REFUND NOT COMPLETED'
           END-IF
           ACCEPT VFX-4-RESP
       ELSE
           MOVE 'R'         TO VFX-4-CALL-TYPE
           MOVE SPACES      TO VFX-4-CALL-REF-TS
           IF VFX-4-CARD-DUE = ZERO
               MOVE 'A' TO VFX-4-CALL-RESULT
           ELSE
               CALL 'G3-LINK-CC-TRANS' USING VFX-4-REFUND-CC-ID
                                             VFX-4-CARD-PRICE
                                             VFX-4-CARD-TAX
                                             VFX-4-PROMO-CODE
                                             VFX-4-DISCOUNT
                                             VFX-4-CALL-ITEM
                                             VFX-4-CALL-TYPE
                                             VFX-4-CALL-REF-TS
                                             VFX-4-REFUND-CARD
                                             WS-OPERATOR-ID
                                             VFX-4-APPR-ID
                                             VFX-4-CALL-RESULT
               END-CALL
           END-IF
           IF VFX-4-CALL-RESULT = 'D'
               DISPLAY 'CARD DECLINED - REFUND NOT COMPLETED'
               ACCEPT VFX-4-RESP
           ELSE
               IF VFX-4-CREDIT-USED > ZERO
                   MOVE 'C'               TO VFX-4-WLT-FUNC
                   MOVE VFX-4-CREDIT-USED TO VFX-4-WLT-AMOUNT
                   MOVE VFX-4-CREDIT-TAX  TO VFX-4-WLT-TAX
                   PERFORM 369-SET-CARD-PART
                   PERFORM 368-CALL-WALLET
               ELSE
                   MOVE 'A' TO VFX-4-WLT-RESULT
               END-IF
               PERFORM 362-REMOVE-PURCHASE
               IF VFX-4-WLT-APPLIED
                   DISPLAY 'REFUND POSTED'
               ELSE
                   MOVE WS-OPERATOR-ID  TO WS-AUD-OPERATOR
                   MOVE VFX-4-SEARCH-ID TO WS-AUD-MEMBER-ID
                   MOVE 'CREDITERR'     TO WS-AUD-RESULT
                   PERFORM 195-WRITE-AUDIT
                   DISPLAY 'STORE CREDIT NOT RETURNED - SEE SUPERVISOR'
               END-IF
               ACCEPT VFX-4-RESP
           END-IF
       END-IF.
      ******************************************************************
       362-REMOVE-PURCHASE.
       DELETE VTP-FILE RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       PERFORM 365-RETURN-PROMO-USE.
      ******************************************************************
      *365-RETURN-PROMO-USE gives a refunded sale's redemption back to
      *its code so the use cap counts only sales that stood. The
      *refund itself went back at VTP-PRICE, the discounted price the
      *member was actually charged.
      ******************************************************************
       365-RETURN-PROMO-USE.
       IF VFX-4-PROMO-CODE NOT = SPACES
           MOVE VFX-4-PROMO-CODE TO PRM-CODE-KEY
           READ PRM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRM-USE-CTR > 0
                       SUBTRACT 1 FROM PRM-USE-CTR
                       REWRITE PRM-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
      *368-CALL-WALLET posts a credit or debit for the title in hand
      *to the member's store-credit wallet.
      ******************************************************************
       368-CALL-WALLET.
       MOVE VFX-4-TITLE TO VFX-4-CALL-ITEM.
       CALL 'G3-LINK-WALLET' USING VFX-4-WLT-FUNC
                                   VFX-4-SEARCH-ID
                                   VFX-4-WLT-AMOUNT
                                   VFX-4-WLT-TAX
                                   VFX-4-PROMO-CODE
                                   VFX-4-DISCOUNT
                                   VFX-4-CALL-ITEM
                                   VFX-4-ID
                                   VFX-4-WLT-SALE-DATE
                                   VFX-4-WLT-CARD-PART
                                   VFX-4-CREDIT-BAL
                                   WS-OPERATOR-ID
                                   VFX-4-APPR-ID
                                   VFX-4-WLT-RESULT
       END-CALL.
      ******************************************************************
      *369-SET-CARD-PART marks a wallet movement whose sale or refund
      *also has a card row, so the reports count the sale once.
      ******************************************************************
       369-SET-CARD-PART.
       IF VFX-4-CARD-DUE > ZERO
           MOVE 'Y' TO VFX-4-WLT-CARD-PART
       ELSE
           MOVE 'N' TO VFX-4-WLT-CARD-PART
       END-IF.
