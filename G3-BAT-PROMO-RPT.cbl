      ******************************************************************
      *PROGRAM:  Vuflix Promotion Code Redemption Report
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Shows marketing what each promotion code did over a
      *          run-supplied date range (zero from / to means all
      *          time). Every code on PRM-FILE prints, used or not.
      *          Sales are taken from the purchases themselves -
      *          VTP-FILE and its archive - so a sale paid by card,
      *          by store credit or by both counts once: one use,
      *          the discount it gave away, and the net sale it drove
      *          (price after discount, less tax). A refunded sale is
      *          already off VTP-FILE, so refunds are only netted
      *          when the sale they undo was made before the range:
      *          the card ledger's refund rows and the wallet
      *          ledger's refund credits carry the code, and back
      *          the use, the discount and the net sale out. A
      *          refund split between card and credit backs the use
      *          and discount out once, on its card row. A code found
      *          on a purchase but no longer on the master still
      *          prints.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-PROMO-RPT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-PROMO.
       COPY SELECT-CC-TRAN.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-WALLET-LDG.
       COPY SELECT-PROMO-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-PROMO.
       COPY FD-CC-TRAN.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-WALLET-LDG.
       COPY FD-PROMO-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-PROMO-RPT.
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
       MOVE 'G3-BAT-PROMO-RPT' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE ZERO   TO WS-SEL-FROM-DATE.
       MOVE ZERO   TO WS-SEL-TO-DATE.
       ACCEPT WS-SEL-FROM-DATE.
       ACCEPT WS-SEL-TO-DATE.
       IF WS-SEL-FROM-DATE NOT NUMERIC
           MOVE ZERO TO WS-SEL-FROM-DATE
       END-IF.
       IF WS-SEL-TO-DATE NOT NUMERIC
          OR WS-SEL-TO-DATE = ZERO
           MOVE 99999999 TO WS-SEL-TO-DATE
       END-IF.
       OPEN INPUT  PRM-FILE
                   CC-TRAN-FILE
                   VTP-FILE
                   VTA-FILE
                   WLG-FILE.
       OPEN OUTPUT PROMO-RPT.
       PERFORM 100-LOAD-CODES.
       PERFORM 200-ACCUMULATE-SALES.
       PERFORM 300-ACCUMULATE-REFUNDS.
       PERFORM 400-PRINT-REPORT.
       CLOSE   PRM-FILE
               CC-TRAN-FILE
               VTP-FILE
               VTA-FILE
               WLG-FILE
               PROMO-RPT.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ = WS-VTP-READ-CTR + WS-VTA-READ-CTR
                           + WS-CC-READ-CTR + WS-WLG-READ-CTR.
       MOVE WS-PX-CTR      TO WS-RUN-WRITTEN.
       MOVE WS-PRM-OVFL-CTR TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *100-LOAD-CODES puts every code on the master in the table first
      *so a code nobody used still prints with zeros - an unused code
      *is as much an answer for marketing as a busy one.
      ******************************************************************
       100-LOAD-CODES.
       PERFORM UNTIL WS-EOF-PRM = 'Y'
           READ PRM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PRM
               NOT AT END
                   ADD 1 TO WS-PRM-READ-CTR
                   IF WS-PX-CTR < 200
                       ADD 1 TO WS-PX-CTR
                       MOVE WS-PX-CTR TO WS-PX
                       MOVE PRM-CODE  TO WS-PT-CODE (WS-PX)
                       MOVE PRM-DESC  TO WS-PT-DESC (WS-PX)
                       IF PRM-RETIRED
                           MOVE 'RETIRED' TO WS-PT-STATUS (WS-PX)
                       ELSE
                           MOVE 'ACTIVE'  TO WS-PT-STATUS (WS-PX)
                       END-IF
                       MOVE ZERO TO WS-PT-USES (WS-PX)
                       MOVE ZERO TO WS-PT-DISC (WS-PX)
                       MOVE ZERO TO WS-PT-NET (WS-PX)
                   ELSE
                       ADD 1 TO WS-PRM-OVFL-CTR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *200-ACCUMULATE-SALES counts the sales taken with a code in the
      *range from the purchase rows, live and archived.
      ******************************************************************
       200-ACCUMULATE-SALES.
       PERFORM UNTIL WS-EOF-VTP = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTP
               NOT AT END
                   ADD 1 TO WS-VTP-READ-CTR
                   IF VTP-PROMO-CODE NOT = SPACES
                      AND VTP-PUR-DATE NOT < WS-SEL-FROM-DATE
                      AND VTP-PUR-DATE NOT > WS-SEL-TO-DATE
                       MOVE VTP-PROMO-CODE TO WS-FIND-CODE
                       MOVE VTP-DISCOUNT   TO WS-POST-DISC
                       MOVE VTP-PRICE      TO WS-POST-NET
                       PERFORM 210-POST-SALE
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-VTA = 'Y'
           READ VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTA
               NOT AT END
                   ADD 1 TO WS-VTA-READ-CTR
                   IF VTA-PROMO-CODE NOT = SPACES
                      AND VTA-PUR-DATE NOT < WS-SEL-FROM-DATE
                      AND VTA-PUR-DATE NOT > WS-SEL-TO-DATE
                       MOVE VTA-PROMO-CODE TO WS-FIND-CODE
                       MOVE VTA-DISCOUNT   TO WS-POST-DISC
                       MOVE VTA-PRICE      TO WS-POST-NET
                       PERFORM 210-POST-SALE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       210-POST-SALE.
       ADD 1 TO WS-SALE-CTR.
       MOVE 1 TO WS-POST-USES.
       PERFORM 230-POST-CODE.
      ******************************************************************
       220-FIND-CODE.
       MOVE ZERO TO WS-PX.
       PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-PX-CTR
           IF WS-PT-CODE (WS-SX) = WS-FIND-CODE
               MOVE WS-SX TO WS-PX
           END-IF
       END-PERFORM.
       IF WS-PX = ZERO
           IF WS-PX-CTR < 200
               ADD 1 TO WS-PX-CTR
               MOVE WS-PX-CTR          TO WS-PX
               MOVE WS-FIND-CODE       TO WS-PT-CODE (WS-PX)
               MOVE 'NOT ON PROMO MASTER' TO WS-PT-DESC (WS-PX)
               MOVE 'UNKNOWN'          TO WS-PT-STATUS (WS-PX)
               MOVE ZERO               TO WS-PT-USES (WS-PX)
               MOVE ZERO               TO WS-PT-DISC (WS-PX)
               MOVE ZERO               TO WS-PT-NET (WS-PX)
           ELSE
               ADD 1 TO WS-PRM-OVFL-CTR
           END-IF
       END-IF.
      ******************************************************************
       230-POST-CODE.
       PERFORM 220-FIND-CODE.
       IF WS-PX NOT = ZERO
           ADD WS-POST-USES TO WS-PT-USES (WS-PX)
           ADD WS-POST-DISC TO WS-PT-DISC (WS-PX)
           ADD WS-POST-NET  TO WS-PT-NET (WS-PX)
       END-IF.
      ******************************************************************
      *300-ACCUMULATE-REFUNDS nets the refunds taken in the range of
      *sales made before it. A refund of a sale inside the range is
      *skipped: the refund took that sale off VTP-FILE, so 200 never
      *counted it. The card link posts a refund row negative; its
      *reference timestamp is the sale it refunds. A wallet refund
      *credit carries the sale date and is posted positive.
      ******************************************************************
       300-ACCUMULATE-REFUNDS.
       PERFORM UNTIL WS-EOF-CC = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CC
               NOT AT END
                   ADD 1 TO WS-CC-READ-CTR
                   MOVE CC-TRAN-REF-TSTAMP (1:8) TO WS-ORIG-SALE-DATE
                   IF TRAN-TYPE-REFUND
                      AND CC-TRAN-PROMO-CODE NOT = SPACES
                      AND CC-TRAN-TSTAMP (1:8) NOT < WS-SEL-FROM-DATE
                      AND CC-TRAN-TSTAMP (1:8) NOT > WS-SEL-TO-DATE
                      AND WS-ORIG-SALE-DATE NUMERIC
                      AND WS-ORIG-SALE-DATE < WS-SEL-FROM-DATE
                       PERFORM 310-POST-CARD-REFUND
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-WLG = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-WLG
               NOT AT END
                   ADD 1 TO WS-WLG-READ-CTR
                   IF WLG-CREDIT
                      AND WLG-VML-ID NOT = ZERO
                      AND WLG-PROMO-CODE NOT = SPACES
                      AND WLG-TSTAMP (1:8) NOT < WS-SEL-FROM-DATE
                      AND WLG-TSTAMP (1:8) NOT > WS-SEL-TO-DATE
                      AND WLG-SALE-DATE < WS-SEL-FROM-DATE
                       PERFORM 320-POST-WALLET-REFUND
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       310-POST-CARD-REFUND.
       ADD 1 TO WS-REFUND-CTR.
       MOVE CC-TRAN-PROMO-CODE TO WS-FIND-CODE.
       MOVE -1                 TO WS-POST-USES.
       MOVE CC-TRAN-DISCOUNT   TO WS-POST-DISC.
       COMPUTE WS-POST-NET = CC-TRAN-PRICE - CC-TRAN-TAX.
       PERFORM 230-POST-CODE.
      ******************************************************************
      *320-POST-WALLET-REFUND: credit that shares the refund with a
      *card row backs out only its own money; the card row has taken
      *the use and the discount back.
      ******************************************************************
       320-POST-WALLET-REFUND.
       ADD 1 TO WS-REFUND-CTR.
       MOVE WLG-PROMO-CODE TO WS-FIND-CODE.
       IF WLG-WITH-CARD
           MOVE ZERO TO WS-POST-USES
           MOVE ZERO TO WS-POST-DISC
       ELSE
           MOVE -1   TO WS-POST-USES
           COMPUTE WS-POST-DISC = 0 - WLG-DISCOUNT
       END-IF.
       COMPUTE WS-POST-NET = 0 - (WLG-AMOUNT - WLG-TAX).
       PERFORM 230-POST-CODE.
      ******************************************************************
       400-PRINT-REPORT.
       MOVE WS-SEL-FROM-DATE TO WS-H1-FROM.
       MOVE WS-SEL-TO-DATE   TO WS-H1-TO.
       WRITE PROMO-LINE FROM WS-HDR1.
       WRITE PROMO-LINE FROM WS-HDR2.
       WRITE PROMO-LINE FROM WS-BLANK-LINE.
       PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PX-CTR
           PERFORM 410-PRINT-CODE
       END-PERFORM.
       WRITE PROMO-LINE FROM WS-BLANK-LINE.
       MOVE 'ALL CODES'    TO WS-DTL-CODE.
       MOVE SPACES         TO WS-DTL-DESC.
       MOVE WS-TOT-USES    TO WS-DTL-USES.
       MOVE WS-TOT-DISC    TO WS-DTL-DISC.
       MOVE WS-TOT-NET     TO WS-DTL-NET.
       MOVE SPACES         TO WS-DTL-STATUS.
       WRITE PROMO-LINE FROM WS-DTL-LINE.
       WRITE PROMO-LINE FROM WS-BLANK-LINE.
       PERFORM 900-FOOTER.
      ******************************************************************
       410-PRINT-CODE.
       MOVE WS-PT-CODE (WS-PX)   TO WS-DTL-CODE.
       MOVE WS-PT-DESC (WS-PX)   TO WS-DTL-DESC.
       MOVE WS-PT-USES (WS-PX)   TO WS-DTL-USES.
       MOVE WS-PT-DISC (WS-PX)   TO WS-DTL-DISC.
       MOVE WS-PT-NET (WS-PX)    TO WS-DTL-NET.
       MOVE WS-PT-STATUS (WS-PX) TO WS-DTL-STATUS.
       WRITE PROMO-LINE FROM WS-DTL-LINE.
       ADD WS-PT-USES (WS-PX)    TO WS-TOT-USES.
       ADD WS-PT-DISC (WS-PX)    TO WS-TOT-DISC.
       ADD WS-PT-NET (WS-PX)     TO WS-TOT-NET.
      ******************************************************************
       900-FOOTER.
       MOVE 'PROMOTION CODES ON MASTER.........' TO WS-CTR-LABEL.
       MOVE WS-PRM-READ-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'PURCHASE ROWS READ................' TO WS-CTR-LABEL.
       MOVE WS-VTP-READ-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'ARCHIVED PURCHASE ROWS READ.......' TO WS-CTR-LABEL.
       MOVE WS-VTA-READ-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'CARD LEDGER ROWS READ.............' TO WS-CTR-LABEL.
       MOVE WS-CC-READ-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'WALLET LEDGER ROWS READ...........' TO WS-CTR-LABEL.
       MOVE WS-WLG-READ-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'PROMOTION SALES COUNTED...........' TO WS-CTR-LABEL.
       MOVE WS-SALE-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       MOVE 'EARLIER SALES REFUNDED............' TO WS-CTR-LABEL.
       MOVE WS-REFUND-CTR TO WS-CTR-VALUE.
       WRITE PROMO-LINE FROM WS-CTR-LINE.
       IF WS-PRM-OVFL-CTR > 0
           MOVE 'CODES SKIPPED (TABLE FULL)........' TO WS-CTR-LABEL
           MOVE WS-PRM-OVFL-CTR TO WS-CTR-VALUE
           WRITE PROMO-LINE FROM WS-CTR-LINE
       END-IF.
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
