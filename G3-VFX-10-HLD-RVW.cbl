      ******************************************************************
      *PROGRAM:  Vuflix HELD SALE REVIEW PAGE
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Online review of the sales the purchase page held
      *          for velocity instead of charging. The reviewer walks
      *          the held queue one sale at a time and releases,
      *          rejects or skips each. A release writes the title to
      *          VTP-FILE and charges the card exactly what the member
      *          was quoted, counts the promotion use and tallies
      *          the card. Store credit is taken once the card side
      *          has gone through, as at the counter; a card that
      *          declines on release closes the sale with nothing
      *          owned and the wallet untouched, and a wallet that
      *          can no longer cover the credit is left to a
      *          supervisor. A lapsed rental the release replaces
      *          is archived to VTA-FILE first. A rejection closes
      *          the sale with nothing charged.
      *          Refund or admin authority reviews; admin authority
      *          also sets the velocity limits. Every release,
      *          rejection and limit change is written to the audit
      *          master. A released sale is stamped with the operator
      *          who took it at the counter and the reviewer who
      *          released it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-10-HLD-RVW IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-HELD.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-PROMO.
       COPY SELECT-VEL-PARM.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-HELD.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-PROMO.
       COPY FD-VEL-PARM.

       WORKING-STORAGE SECTION.
       COPY WS-HLD-RVW.
       COPY WS-VELOCITY.

       SCREEN SECTION.
       COPY SCREEN-VFX-10-HLD-RVW.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8) TO WS-TODAY.
       MOVE 'G3-VFX-10-HLD-RVW' TO VFX-M-PROG.
       OPEN I-O    HLD-FILE
                   VTP-FILE
                   VTA-FILE
                   PRM-FILE
                   VLP-FILE.
       PERFORM 050-SIGN-ON.
       IF NOT WS-SIGNON-APPROVED
        OR NOT WS-AUTH-CAN-REVIEW
           DISPLAY 'SIGN-ON DENIED - REFUND AUTHORITY REQUIRED'
           ACCEPT VFX-10-RESP
           MOVE 'Q' TO VFX-10-ACTION
       END-IF.
       MOVE SPACES TO VFX-2-MSG.
       PERFORM UNTIL VFX-10-ACT-QUIT
           MOVE SPACES TO VFX-10-ACTION
           DISPLAY MENUSCREEN
           ACCEPT MENUACT
           MOVE SPACES TO VFX-2-MSG
           EVALUATE TRUE
               WHEN VFX-10-ACT-NEXT
                   PERFORM 200-REVIEW-NEXT
               WHEN VFX-10-ACT-LIMITS
                   PERFORM 500-SET-LIMITS
               WHEN VFX-10-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   MOVE 'ENTER N, P OR Q' TO VFX-2-MSG
           END-EVALUATE
       END-PERFORM.
       CLOSE   HLD-FILE
               VTP-FILE
               VTA-FILE
               PRM-FILE
               VLP-FILE.
       IF VFX-10-CHG-CTR > 0
           DISPLAY 'HELD SALES WORKED THIS SESSION: '
                   VFX-10-CHG-CTR
           ACCEPT VFX-10-RESP
       END-IF.
       GOBACK.
      ******************************************************************
      *050-SIGN-ON gives the operator three tries at a valid id and
      *password before the page locks them out. Denied attempts are
      *written to the audit master so compliance can see them.
      ******************************************************************
       050-SIGN-ON.
       MOVE 'D' TO WS-SIGNON-RESULT.
       MOVE 0   TO WS-SIGNON-TRY.
       PERFORM UNTIL WS-SIGNON-APPROVED OR WS-SIGNON-TRY = 3
           ADD 1 TO WS-SIGNON-TRY
           MOVE SPACES TO WS-OPERATOR-PSWD
           DISPLAY OPIDSCREEN
           ACCEPT OPID
           ACCEPT OPPSWD
           CALL 'G3-LINK-OPR-CHECK' USING WS-OPERATOR-ID
                                          WS-OPERATOR-PSWD
                                          WS-OPERATOR-AUTH
                                          WS-SIGNON-RESULT
           END-CALL
           IF WS-SIGNON-DENIED
               MOVE WS-OPERATOR-ID  TO WS-AUD-OPERATOR
               MOVE ZERO            TO WS-AUD-MEMBER-ID
               MOVE 'SIGNONDEN'     TO WS-AUD-RESULT
               MOVE SPACES          TO WS-AUD-DETAIL
               PERFORM 810-WRITE-AUDIT
           END-IF
       END-PERFORM.
      ******************************************************************
      *200-REVIEW-NEXT shows the next sale still held after the last
      *one looked at this session; past the end of the queue it
      *starts again from the top.
      ******************************************************************
       200-REVIEW-NEXT.
       PERFORM 210-FIND-NEXT-HELD.
       IF VFX-10-FOUND = 'N'
           MOVE LOW-VALUES TO VFX-10-LAST-KEY
           MOVE 'NO MORE HELD SALES' TO VFX-2-MSG
       ELSE
           MOVE HLD-KEY TO VFX-10-LAST-KEY
           PERFORM 220-SHOW-HELD
           EVALUATE TRUE
               WHEN VFX-10-DEC-RELEASE
                   PERFORM 300-RELEASE-SALE
               WHEN VFX-10-DEC-REJECT
                   PERFORM 400-REJECT-SALE
               WHEN OTHER
                   MOVE 'SALE SKIPPED' TO VFX-2-MSG
           END-EVALUATE
       END-IF.
      ******************************************************************
       210-FIND-NEXT-HELD.
       MOVE 'N' TO VFX-10-FOUND.
       MOVE 'N' TO VFX-10-SCAN-DONE.
       MOVE VFX-10-LAST-KEY TO HLD-KEY.
       START HLD-FILE KEY GREATER THAN HLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-10-SCAN-DONE
       END-START.
       PERFORM UNTIL VFX-10-SCAN-DONE = 'Y'
           READ HLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-10-SCAN-DONE
               NOT AT END
                   IF HLD-IS-HELD
                       MOVE 'Y' TO VFX-10-FOUND
                       MOVE 'Y' TO VFX-10-SCAN-DONE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       220-SHOW-HELD.
       EVALUATE HLD-RULE
           WHEN 'CNT'
               MOVE 'DAILY SALE COUNT'   TO VFX-10-RULE-DESC
           WHEN 'AMT'
               MOVE 'DAILY DOLLAR LIMIT' TO VFX-10-RULE-DESC
           WHEN 'MBR'
               MOVE 'MEMBERS ON CARD'    TO VFX-10-RULE-DESC
           WHEN OTHER
               MOVE HLD-RULE             TO VFX-10-RULE-DESC
       END-EVALUATE.
       COMPUTE VFX-10-CARD-DUE = HLD-CARD-PRICE + HLD-CARD-TAX.
       MOVE HLD-CARD (13:4) TO VFX-10-CARD-LAST4.
       MOVE SPACES TO VFX-10-DECISION.
       DISPLAY REVIEWSCREEN.
       ACCEPT RVWDEC.
      ******************************************************************
      *300-RELEASE-SALE puts the title on VTP-FILE before the card is
      *charged, the way the purchase page does, so a member who has
      *since bought the title another way is caught before any money
      *moves; that sale is left held for the reviewer to reject.
      ******************************************************************
       300-RELEASE-SALE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8) TO WS-TODAY.
       PERFORM 310-BUILD-VTP.
       MOVE 'Y' TO VFX-10-VTP-OK.
       WRITE VTP-REC
           INVALID KEY
               PERFORM 320-REPLACE-LAPSED
       END-WRITE.
       IF VFX-10-VTP-OK = 'Y'
           PERFORM 330-CHARGE-HELD
       ELSE
           MOVE 'TITLE ALREADY ON FILE - REJECT' TO VFX-2-MSG
       END-IF.
      ******************************************************************
      *310-BUILD-VTP lays out the purchase from the held sale. A held
      *rental's window starts when it is released, the same as a
      *rental the retry batch finally authorizes.
      ******************************************************************
       310-BUILD-VTP.
       MOVE HLD-VM-ID        TO VTP-VM-ID-KEY.
       MOVE HLD-VML-ID       TO VTP-VML-ID-KEY.
       MOVE WS-TODAY         TO VTP-PUR-DATE.
       MOVE HLD-PRICE        TO VTP-PRICE.
       MOVE HLD-TAX          TO VTP-TAX.
       MOVE HLD-PROMO-CODE   TO VTP-PROMO-CODE.
       MOVE HLD-DISCOUNT     TO VTP-DISCOUNT.
       MOVE HLD-CREDIT-USED  TO VTP-CREDIT-USED.
       MOVE HLD-SALE-OPERATOR TO VTP-OPERATOR.
       MOVE ZERO             TO VTP-ORIG-VM-ID.
       IF HLD-RENTAL
           PERFORM 315-RENTAL-EXPIRY
           MOVE 'R'                TO VTP-SALE-TYPE
           MOVE VFX-10-RENT-EXPIRY TO VTP-RENT-EXPIRY
       ELSE
           MOVE 'O'                TO VTP-SALE-TYPE
           MOVE ZERO               TO VTP-RENT-EXPIRY
       END-IF.
      ******************************************************************
       315-RENTAL-EXPIRY.
       MOVE WS-TSTAMP (1:8)  TO VFX-10-EXP-BASE.
       MOVE WS-TSTAMP (9:2)  TO VFX-10-EXP-HH.
       MOVE WS-TSTAMP (11:2) TO VFX-10-EXP-MM.
       COMPUTE VFX-10-EXP-HOURS = VFX-10-EXP-HH + HLD-RENT-HOURS.
       DIVIDE VFX-10-EXP-HOURS BY 24 GIVING VFX-10-EXP-DAYS
                                     REMAINDER VFX-10-EXP-HH.
       COMPUTE VFX-10-RENT-EXP-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (VFX-10-EXP-BASE)
                + VFX-10-EXP-DAYS).
       COMPUTE VFX-10-RENT-EXP-TIME = VFX-10-EXP-HH * 100
                                    + VFX-10-EXP-MM.
      ******************************************************************
      *320-REPLACE-LAPSED lets the release go through over a rental of
      *the same title whose window has since run out. The lapsed row
      *is archived first, alongside any earlier sale of the title
      *already there, so the revenue it carried stays on file.
      ******************************************************************
       320-REPLACE-LAPSED.
       MOVE 'N' TO VFX-10-VTP-OK.
       READ VTP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF VTP-RENTAL-EXPIRED
                  OR (VTP-RENTAL-ACTIVE
                      AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12))
                   MOVE VTP-REC TO VTA-REC
                   WRITE VTA-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   DELETE VTP-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   PERFORM 310-BUILD-VTP
                   WRITE VTP-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO VFX-10-VTP-OK
                   END-WRITE
               END-IF
       END-READ.
      ******************************************************************
      *330-CHARGE-HELD charges the card side of the sale as quoted,
      *the same way the purchase page does. A decline takes the title
      *back off VTP-FILE and closes the sale; the member can buy again
      *at the counter, and the wallet is never touched. An approval
      *takes the store credit the sale was quoted with, counts the
      *promotion use and adds the sale to the card's velocity tally,
      *just as an unheld sale would.
      ******************************************************************
       330-CHARGE-HELD.
       MOVE 'W'    TO VFX-10-CALL-TYPE.
       MOVE SPACES TO VFX-10-CALL-REF-TS.
       IF VFX-10-CARD-DUE = ZERO
           MOVE 'A' TO VFX-10-CALL-RESULT
       ELSE
           CALL 'G3-LINK-CC-TRANS' USING HLD-VM-ID
                                         HLD-CARD-PRICE
                                         HLD-CARD-TAX
                                         HLD-PROMO-CODE
                                         HLD-DISCOUNT
                                         HLD-ITEM
                                         VFX-10-CALL-TYPE
                                         VFX-10-CALL-REF-TS
                                         HLD-CARD
                                         HLD-SALE-OPERATOR
                                         WS-OPERATOR-ID
                                         VFX-10-CALL-RESULT
           END-CALL
       END-IF.
       IF VFX-10-CALL-RESULT = 'D'
           DELETE VTP-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE 'CARD DECLINED - SALE CLOSED' TO VFX-2-MSG
           MOVE 'D' TO HLD-STATE
           PERFORM 350-CLOSE-HELD
           MOVE 'HOLDDECL' TO WS-AUD-RESULT
           PERFORM 800-AUDIT-HELD
       ELSE
           MOVE 'RELEASED - SALE CHARGED' TO VFX-2-MSG
           MOVE 'L' TO HLD-STATE
           PERFORM 350-CLOSE-HELD
           MOVE 'HOLDREL'  TO WS-AUD-RESULT
           PERFORM 800-AUDIT-HELD
           PERFORM 340-SPEND-CREDIT
           PERFORM 342-COUNT-PROMO-USE
           PERFORM 344-POST-VELOCITY
       END-IF.
      ******************************************************************
      *340-SPEND-CREDIT takes the store credit the sale was quoted
      *with once the card side has gone through. The wallet row is
      *marked as sharing the sale with a card row when the card
      *carries the rest. A refusal means the balance was spent while
      *the sale was held; the sale stands and the shortfall goes to a
      *supervisor by way of the audit master.
      ******************************************************************
       340-SPEND-CREDIT.
       IF HLD-CREDIT-USED > ZERO
           MOVE 'D' TO VFX-10-WLT-FUNC
           PERFORM 348-CALL-WALLET
           IF NOT VFX-10-WLT-APPLIED
               MOVE 'CREDITERR' TO WS-AUD-RESULT
               PERFORM 800-AUDIT-HELD
               DISPLAY 'STORE CREDIT NOT TAKEN - SEE SUPERVISOR'
               ACCEPT VFX-10-RESP
           END-IF
       END-IF.
      ******************************************************************
       348-CALL-WALLET.
       MOVE WS-TODAY TO VFX-10-WLT-SALE-DATE.
       IF VFX-10-CARD-DUE > ZERO
           MOVE 'Y' TO VFX-10-WLT-CARD-PART
       ELSE
           MOVE 'N' TO VFX-10-WLT-CARD-PART
       END-IF.
       CALL 'G3-LINK-WALLET' USING VFX-10-WLT-FUNC
                                   HLD-VM-ID
                                   HLD-CREDIT-USED
                                   HLD-CREDIT-TAX
                                   HLD-PROMO-CODE
                                   HLD-DISCOUNT
                                   HLD-ITEM
                                   HLD-VML-ID
                                   VFX-10-WLT-SALE-DATE
                                   VFX-10-WLT-CARD-PART
                                   VFX-10-WLT-BAL
                                   HLD-SALE-OPERATOR
                                   WS-OPERATOR-ID
                                   VFX-10-WLT-RESULT
       END-CALL.
      ******************************************************************
       342-COUNT-PROMO-USE.
       IF HLD-PROMO-CODE NOT = SPACES
           MOVE HLD-PROMO-CODE TO PRM-CODE-KEY
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
       344-POST-VELOCITY.
       IF VFX-10-CARD-DUE > ZERO
           MOVE 'P' TO VFX-10-VEL-FUNC
           CALL 'G3-LINK-VELOCITY' USING VFX-10-VEL-FUNC
                                         HLD-VM-ID
                                         HLD-CARD
                                         VFX-10-CARD-DUE
                                         VFX-10-VEL-RESULT
                                         VFX-10-VEL-RULE
           END-CALL
       END-IF.
      ******************************************************************
       350-CLOSE-HELD.
       MOVE WS-OPERATOR-ID TO HLD-REVIEW-OPERATOR.
       MOVE WS-TODAY       TO HLD-REVIEW-DATE.
       REWRITE HLD-REC
           INVALID KEY
               MOVE 'HELD SALE REWRITE FAILED' TO VFX-2-MSG
           NOT INVALID KEY
               ADD 1 TO VFX-10-CHG-CTR
       END-REWRITE.
      ******************************************************************
       400-REJECT-SALE.
       MOVE SPACES TO VFX-10-CONF.
       DISPLAY 'REJECT THIS SALE (Y/N): '.
       ACCEPT VFX-10-CONF.
       IF VFX-10-CONF = 'Y' OR 'y'
           MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP
           MOVE WS-TSTAMP (1:8) TO WS-TODAY
           MOVE 'J' TO HLD-STATE
           PERFORM 350-CLOSE-HELD
           MOVE 'HOLDREJ'  TO WS-AUD-RESULT
           PERFORM 800-AUDIT-HELD
           IF VFX-2-MSG = SPACES
               MOVE 'SALE REJECTED' TO VFX-2-MSG
           END-IF
       ELSE
           MOVE 'SALE LEFT HELD' TO VFX-2-MSG
       END-IF.
      ******************************************************************
      *500-SET-LIMITS shows the limits in force - the built-in
      *defaults until the parameter record is first saved - and
      *saves the admin's changes.
      ******************************************************************
       500-SET-LIMITS.
       IF NOT WS-AUTH-CAN-LIMITS
           MOVE 'ADMIN AUTHORITY REQUIRED' TO VFX-2-MSG
       ELSE
           MOVE 'VELOCITY' TO VLP-KEY
           READ VLP-FILE
               INVALID KEY
                   MOVE 'N' TO VFX-10-FOUND
                   MOVE WS-DFLT-MAX-SALES   TO VFX-10-E-MAX-SALES
                   MOVE WS-DFLT-MAX-AMOUNT  TO VFX-10-E-MAX-AMOUNT
                   MOVE WS-DFLT-MAX-MEMBERS TO VFX-10-E-MAX-MBRS
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-10-FOUND
                   MOVE VLP-MAX-SALES       TO VFX-10-E-MAX-SALES
                   MOVE VLP-MAX-AMOUNT      TO VFX-10-E-MAX-AMOUNT
                   MOVE VLP-MAX-MEMBERS     TO VFX-10-E-MAX-MBRS
           END-READ
           MOVE SPACES TO VFX-10-CONF
           DISPLAY LIMITSCREEN
           ACCEPT LIMSALES
           ACCEPT LIMAMOUNT
           ACCEPT LIMMBRS
           ACCEPT LIMCONF
           IF VFX-10-CONF = 'Y' OR 'y'
               PERFORM 510-SAVE-LIMITS
           END-IF
       END-IF.
      ******************************************************************
       510-SAVE-LIMITS.
       MOVE 'VELOCITY'          TO VLP-KEY.
       MOVE VFX-10-E-MAX-SALES  TO VLP-MAX-SALES.
       MOVE VFX-10-E-MAX-AMOUNT TO VLP-MAX-AMOUNT.
       MOVE VFX-10-E-MAX-MBRS   TO VLP-MAX-MEMBERS.
       MOVE WS-OPERATOR-ID      TO VLP-CHG-OPERATOR.
       MOVE WS-TODAY            TO VLP-CHG-DATE.
       IF VFX-10-FOUND = 'Y'
           REWRITE VLP-REC
               INVALID KEY
                   MOVE 'REWRITE FAILED' TO VFX-2-MSG
           END-REWRITE
       ELSE
           WRITE VLP-REC
               INVALID KEY
                   MOVE 'WRITE FAILED' TO VFX-2-MSG
           END-WRITE
       END-IF.
       IF VFX-2-MSG = SPACES
           MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
           MOVE ZERO           TO WS-AUD-MEMBER-ID
           MOVE 'VEL LIMIT'    TO WS-AUD-RESULT
           MOVE 'VELOCITY'     TO WS-AUD-DETAIL
           PERFORM 810-WRITE-AUDIT
           MOVE 'VELOCITY LIMITS SAVED' TO VFX-2-MSG
       END-IF.
      ******************************************************************
       800-AUDIT-HELD.
       MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR.
       MOVE HLD-VM-ID      TO WS-AUD-MEMBER-ID.
       MOVE HLD-VML-ID     TO WS-AUD-DETAIL.
       PERFORM 810-WRITE-AUDIT.
      ******************************************************************
       810-WRITE-AUDIT.
       CALL 'G3-LINK-AUDIT' USING WS-AUD-OPERATOR
                                  VFX-M-PROG
                                  WS-AUD-MEMBER-ID
                                  WS-AUD-RESULT
                                  WS-AUD-DETAIL
       END-CALL.
