      ******************************************************************
      *PROGRAM:  Vuflix Monthly Licensor Royalty Statements
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Works out the royalty owed to each studio for the
      *          prior calendar month (or the month before the stream
      *          run date when one is passed). Sales and take-backs
      *          both come from the ledgers, which are never changed
      *          after posting: card sales and refunds from
      *          CC-TRAN-FILE, sales paid and refunds given in store
      *          credit from the wallet ledger, and chargebacks lost
      *          in DSP-FILE during the month, each before tax. A
      *          sale or refund split between card and credit counts
      *          its unit once, on the card row. The royalty
      *          on each title is the licensor's percentage of net
      *          sales or its minimum fee on net units, whichever is
      *          greater. Prints one statement per licensor by title
      *          and writes a payable extract for accounts payable
      *          for every licensor owed money. A title with no
      *          licensor, or one not on the licensor master, goes on
      *          the exception list so nothing is sold royalty-free
      *          unnoticed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-LIC-ROYALTY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VFX-MOV.
       COPY SELECT-LICENSOR.
       COPY SELECT-CC-TRAN.
       COPY SELECT-WALLET-LDG.
       COPY SELECT-DISPUTE.
       COPY SELECT-ROYALTY-WRK.
       COPY SELECT-ROYALTY-IDX.
       COPY SELECT-ROYALTY-PAY.
       COPY SELECT-ROYALTY-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MOV.
       COPY FD-LICENSOR.
       COPY FD-CC-TRAN.
       COPY FD-WALLET-LDG.
       COPY FD-DISPUTE.
       COPY FD-ROYALTY-WRK.
       COPY FD-ROYALTY-IDX.
       COPY FD-ROYALTY-PAY.
       COPY FD-ROYALTY-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-LIC-ROYALTY.
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
       MOVE 'G3-BAT-LIC-ROYALTY' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       IF WS-RUN-DATE > 0
           MOVE WS-RUN-DATE TO WS-BASE-DATE
       ELSE
           MOVE WS-CUR-TSTAMP (1:8) TO WS-BASE-DATE
       END-IF.
       IF WS-BASE-MONTH = 01
           COMPUTE WS-ROY-YEAR = WS-BASE-YEAR - 1
           MOVE 12 TO WS-ROY-MONTH
       ELSE
           MOVE WS-BASE-YEAR TO WS-ROY-YEAR
           COMPUTE WS-ROY-MONTH = WS-BASE-MONTH - 1
       END-IF.
       OPEN INPUT  VML-FILE
                   LIC-FILE
                   CC-TRAN-FILE
                   WLG-FILE
                   DSP-FILE.
       OPEN OUTPUT RYW-FILE
                   RYX-FILE.
       CLOSE       RYW-FILE
                   RYX-FILE.
       OPEN I-O    RYW-FILE
                   RYX-FILE.
       OPEN OUTPUT RYP-FILE
                   RYR-RPT.
       PERFORM 100-BUILD-TITLE-INDEX.
       PERFORM UNTIL WS-EOF-CC = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CC
               NOT AT END
                   ADD 1 TO WS-CC-CTR
                   IF CC-TRAN-TSTAMP (1:6) = WS-ROY-YM
                       EVALUATE TRUE
                           WHEN TRAN-TYPE-PURCHASE
                               PERFORM 210-TAKE-SALE
                           WHEN TRAN-TYPE-REFUND
                               PERFORM 410-TAKE-REFUND
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-WLG = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-WLG
               NOT AT END
                   ADD 1 TO WS-WLG-CTR
                   IF WLG-TSTAMP (1:6) = WS-ROY-YM
                      AND WLG-VML-ID NOT = ZERO
                       PERFORM 260-TAKE-WALLET
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-DSP = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-DSP
               NOT AT END
                   IF DSP-IS-LOST
                      AND DSP-RESOLVE-DATE (1:6) = WS-ROY-YM
                       PERFORM 460-TAKE-LOST-CHARGEBACK
                   END-IF
           END-READ
       END-PERFORM.
       MOVE WS-ROY-YEAR  TO WS-H1-YEAR.
       MOVE WS-ROY-MONTH TO WS-H1-MONTH.
       WRITE RYR-LINE FROM WS-HDR1.
       WRITE RYR-LINE FROM WS-BLANK-LINE.
       PERFORM 600-PRINT-STATEMENTS.
       PERFORM 700-PRINT-EXCEPTIONS.
       PERFORM 900-FOOTER.
       CLOSE   VML-FILE
               LIC-FILE
               CC-TRAN-FILE
               WLG-FILE
               DSP-FILE
               RYW-FILE
               RYX-FILE
               RYP-FILE
               RYR-RPT.
       EVALUATE TRUE
           WHEN WS-ERROR-CTR > 0
               MOVE 8 TO RETURN-CODE
           WHEN WS-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ = WS-CC-CTR + WS-WLG-CTR.
       MOVE WS-PAY-CTR     TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE WS-TOT-PAYABLE TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *100-BUILD-TITLE-INDEX lays the catalog down by title name, the
      *only title the card ledger carries. Two titles under one name
      *cannot be told apart there; the first one on file takes the
      *sale or refund and the rest are counted.
      ******************************************************************
       100-BUILD-TITLE-INDEX.
       PERFORM UNTIL WS-EOF-VML = 'Y'
           READ VML-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VML
               NOT AT END
                   ADD 1 TO WS-VML-CTR
                   IF VML-TITLE NOT = SPACES
                       MOVE VML-TITLE TO RYX-TITLE
                       MOVE VML-ID    TO RYX-VML-ID
                       WRITE RYX-REC
                           INVALID KEY
                               ADD 1 TO WS-DUP-TITLE-CTR
                       END-WRITE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *210-TAKE-SALE takes a card sale made in the month at the price
      *charged, before tax.
      ******************************************************************
       210-TAKE-SALE.
       MOVE CC-TRAN-ITEM TO RYX-TITLE.
       READ RYX-FILE
           INVALID KEY
               ADD 1 TO WS-NO-TITLE-CTR
           NOT INVALID KEY
               ADD 1 TO WS-SALE-CTR
               MOVE RYX-VML-ID TO WS-POST-VML-ID
               COMPUTE WS-POST-AMOUNT = CC-TRAN-PRICE - CC-TRAN-TAX
               MOVE 1          TO WS-POST-UNITS
               MOVE 'S'        TO WS-POST-KIND
               PERFORM 300-POST-TITLE
       END-READ.
      ******************************************************************
      *260-TAKE-WALLET takes a title's store-credit movement in the
      *month before tax: a debit is a sale paid from credit, a credit
      *a refund given back to it. A movement that shares the sale or
      *refund with a card row adds money only; the card row counts
      *the unit.
      ******************************************************************
       260-TAKE-WALLET.
       MOVE WLG-VML-ID TO WS-POST-VML-ID.
       COMPUTE WS-POST-AMOUNT = WLG-AMOUNT - WLG-TAX.
       IF WLG-WITH-CARD
           MOVE ZERO TO WS-POST-UNITS
       ELSE
           MOVE 1    TO WS-POST-UNITS
       END-IF.
       IF WLG-CREDIT
           ADD 1 TO WS-CREDIT-REF-CTR
           MOVE 'D' TO WS-POST-KIND
       ELSE
           ADD 1 TO WS-CREDIT-SALE-CTR
           MOVE 'S' TO WS-POST-KIND
       END-IF.
       PERFORM 300-POST-TITLE.
      ******************************************************************
      *300-POST-TITLE expects WS-POST-VML-ID, WS-POST-AMOUNT,
      *WS-POST-UNITS and WS-POST-KIND set by the caller. It finds the
      *title's licensor and adds the sale or deduction to the
      *licensor-and-title row.
      ******************************************************************
       300-POST-TITLE.
       MOVE SPACES TO WS-POST-LIC-ID.
       MOVE SPACES TO WS-POST-REASON.
       MOVE WS-POST-VML-ID TO VML-ID-KEY.
       READ VML-FILE KEY VML-ID
           INVALID KEY
               MOVE SPACES           TO WS-POST-TITLE
               MOVE 'NOT IN CATALOG' TO WS-POST-REASON
           NOT INVALID KEY
               MOVE VML-TITLE TO WS-POST-TITLE
               PERFORM 310-FIND-LICENSOR
       END-READ.
       PERFORM 320-POST-WORK-ROW.
      ******************************************************************
       310-FIND-LICENSOR.
       IF VML-LICENSOR-ID = SPACES
           MOVE 'NONE ASSIGNED' TO WS-POST-REASON
       ELSE
           MOVE VML-LICENSOR-ID TO LIC-ID
           READ LIC-FILE
               INVALID KEY
                   STRING 'UNKNOWN '      DELIMITED BY SIZE
                          VML-LICENSOR-ID DELIMITED BY SIZE
                          INTO WS-POST-REASON
                   END-STRING
               NOT INVALID KEY
                   MOVE VML-LICENSOR-ID TO WS-POST-LIC-ID
           END-READ
       END-IF.
      ******************************************************************
       320-POST-WORK-ROW.
       MOVE WS-POST-LIC-ID TO RYW-LIC-ID.
       MOVE WS-POST-VML-ID TO RYW-VML-ID.
       READ RYW-FILE
           INVALID KEY
               MOVE WS-POST-LIC-ID TO RYW-LIC-ID
               MOVE WS-POST-VML-ID TO RYW-VML-ID
               MOVE WS-POST-TITLE  TO RYW-TITLE
               MOVE ZERO           TO RYW-UNITS
               MOVE ZERO           TO RYW-GROSS
               MOVE ZERO           TO RYW-DED-UNITS
               MOVE ZERO           TO RYW-DEDUCT
               MOVE WS-POST-REASON TO RYW-EXC-REASON
               PERFORM 330-ADD-AMOUNTS
               WRITE RYW-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-CTR
               END-WRITE
           NOT INVALID KEY
               PERFORM 330-ADD-AMOUNTS
               REWRITE RYW-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-CTR
               END-REWRITE
       END-READ.
      ******************************************************************
       330-ADD-AMOUNTS.
       IF WS-POST-SALE
           ADD WS-POST-UNITS  TO RYW-UNITS
           ADD WS-POST-AMOUNT TO RYW-GROSS
       ELSE
           ADD WS-POST-UNITS  TO RYW-DED-UNITS
           ADD WS-POST-AMOUNT TO RYW-DEDUCT
       END-IF.
      ******************************************************************
      *410-TAKE-REFUND takes back a card refund made in the month at
      *the price refunded, before tax. The refund row is posted
      *negative.
      ******************************************************************
       410-TAKE-REFUND.
       MOVE CC-TRAN-ITEM TO RYX-TITLE.
       READ RYX-FILE
           INVALID KEY
               ADD 1 TO WS-NO-TITLE-CTR
           NOT INVALID KEY
               ADD 1 TO WS-REFUND-CTR
               MOVE RYX-VML-ID TO WS-POST-VML-ID
               COMPUTE WS-POST-AMOUNT = CC-TRAN-TAX - CC-TRAN-PRICE
               MOVE 1          TO WS-POST-UNITS
               MOVE 'D'        TO WS-POST-KIND
               PERFORM 300-POST-TITLE
       END-READ.
      ******************************************************************
      *460-TAKE-LOST-CHARGEBACK takes back a chargeback lost in the
      *month. The sale it undid is on the card ledger whatever month
      *it was made in, so every lost chargeback comes back off.
      ******************************************************************
       460-TAKE-LOST-CHARGEBACK.
       EVALUATE TRUE
           WHEN DSP-VML-ID NOT = ZERO
               MOVE DSP-VML-ID TO WS-POST-VML-ID
               PERFORM 470-POST-CHARGEBACK
           WHEN OTHER
               MOVE DSP-ITEM TO RYX-TITLE
               READ RYX-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-TITLE-CTR
                   NOT INVALID KEY
                       MOVE RYX-VML-ID TO WS-POST-VML-ID
                       PERFORM 470-POST-CHARGEBACK
               END-READ
       END-EVALUATE.
      ******************************************************************
       470-POST-CHARGEBACK.
       ADD 1 TO WS-LOST-CB-CTR.
       COMPUTE WS-POST-AMOUNT = DSP-AMOUNT - DSP-TAX.
       MOVE 1          TO WS-POST-UNITS.
       MOVE 'D'        TO WS-POST-KIND.
       PERFORM 300-POST-TITLE.
      ******************************************************************
      *600-PRINT-STATEMENTS reads the work file past the blank-licensor
      *exception rows and prints a statement for each licensor.
      ******************************************************************
       600-PRINT-STATEMENTS.
       MOVE SPACES TO WS-CUR-LIC-ID.
       MOVE 'N'    TO WS-EOF-RYW.
       MOVE SPACES TO RYW-LIC-ID.
       MOVE 999999 TO RYW-VML-ID.
       START RYW-FILE KEY GREATER THAN RYW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-RYW
       END-START.
       PERFORM UNTIL WS-EOF-RYW = 'Y'
           READ RYW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RYW
               NOT AT END
                   IF RYW-LIC-ID NOT = WS-CUR-LIC-ID
                       IF WS-CUR-LIC-ID NOT = SPACES
                           PERFORM 640-CLOSE-STATEMENT
                       END-IF
                       PERFORM 610-OPEN-STATEMENT
                   END-IF
                   PERFORM 620-PRINT-TITLE
           END-READ
       END-PERFORM.
       IF WS-CUR-LIC-ID NOT = SPACES
           PERFORM 640-CLOSE-STATEMENT
       END-IF.
      ******************************************************************
       610-OPEN-STATEMENT.
       MOVE RYW-LIC-ID TO WS-CUR-LIC-ID.
       MOVE RYW-LIC-ID TO LIC-ID.
       READ LIC-FILE
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
               MOVE SPACES TO LIC-NAME
               MOVE SPACES TO LIC-PAYEE-ID
               MOVE ZERO   TO LIC-ROYALTY-PCT
               MOVE ZERO   TO LIC-MIN-FEE
       END-READ.
       MOVE ZERO TO WS-LIC-UNITS.
       MOVE ZERO TO WS-LIC-DED-UNITS.
       MOVE ZERO TO WS-LIC-GROSS.
       MOVE ZERO TO WS-LIC-DEDUCT.
       MOVE ZERO TO WS-LIC-ROYALTY.
       MOVE WS-CUR-LIC-ID   TO WS-LH-LIC-ID.
       MOVE LIC-NAME        TO WS-LH-NAME.
       MOVE LIC-PAYEE-ID    TO WS-LH-PAYEE-ID.
       MOVE LIC-ROYALTY-PCT TO WS-LT-PCT.
       MOVE LIC-MIN-FEE     TO WS-LT-MIN-FEE.
       WRITE RYR-LINE FROM WS-LIC-HDR.
       WRITE RYR-LINE FROM WS-LIC-TERMS.
       WRITE RYR-LINE FROM WS-COL-HDR.
      ******************************************************************
      *620-PRINT-TITLE works the royalty on one title: the licensor's
      *percentage of net sales, or its minimum fee on net units when
      *that is more. A month whose deductions outrun its sales gives
      *a negative royalty that is netted against the other titles.
      ******************************************************************
       620-PRINT-TITLE.
       COMPUTE WS-NET-UNITS = RYW-UNITS - RYW-DED-UNITS.
       COMPUTE WS-NET-SALES = RYW-GROSS - RYW-DEDUCT.
       COMPUTE WS-PCT-ROYALTY ROUNDED =
               WS-NET-SALES * LIC-ROYALTY-PCT / 100.
       COMPUTE WS-FLOOR-ROYALTY = WS-NET-UNITS * LIC-MIN-FEE.
       IF WS-FLOOR-ROYALTY > WS-PCT-ROYALTY
           MOVE WS-FLOOR-ROYALTY TO WS-TITLE-ROYALTY
       ELSE
           MOVE WS-PCT-ROYALTY   TO WS-TITLE-ROYALTY
       END-IF.
       MOVE RYW-VML-ID       TO WS-DTL-VML-ID.
       MOVE RYW-TITLE        TO WS-DTL-TITLE.
       MOVE RYW-UNITS        TO WS-DTL-UNITS.
       MOVE RYW-DED-UNITS    TO WS-DTL-DED-UNITS.
       MOVE RYW-GROSS        TO WS-DTL-GROSS.
       MOVE RYW-DEDUCT       TO WS-DTL-DEDUCT.
       MOVE WS-TITLE-ROYALTY TO WS-DTL-ROYALTY.
       WRITE RYR-LINE FROM WS-DTL-LINE.
       ADD RYW-UNITS        TO WS-LIC-UNITS.
       ADD RYW-DED-UNITS    TO WS-LIC-DED-UNITS.
       ADD RYW-GROSS        TO WS-LIC-GROSS.
       ADD RYW-DEDUCT       TO WS-LIC-DEDUCT.
       ADD WS-TITLE-ROYALTY TO WS-LIC-ROYALTY.
      ******************************************************************
      *640-CLOSE-STATEMENT totals the licensor and sends a positive
      *royalty to accounts payable. Nothing is paid when the month's
      *deductions outrun the royalty.
      ******************************************************************
       640-CLOSE-STATEMENT.
       ADD 1 TO WS-STMT-CTR.
       MOVE WS-LIC-UNITS     TO WS-TOT-UNITS.
       MOVE WS-LIC-DED-UNITS TO WS-TOT-DED-UNITS.
       MOVE WS-LIC-GROSS     TO WS-TOT-GROSS.
       MOVE WS-LIC-DEDUCT    TO WS-TOT-DEDUCT.
       MOVE WS-LIC-ROYALTY   TO WS-TOT-ROYALTY.
       WRITE RYR-LINE FROM WS-TOT-LINE.
       IF WS-LIC-ROYALTY > ZERO
           PERFORM 650-WRITE-PAYABLE
           MOVE 'ROYALTY PAYABLE THIS PERIOD' TO WS-PL-TEXT
           MOVE WS-LIC-ROYALTY TO WS-PL-AMOUNT
       ELSE
           MOVE 'NOTHING PAYABLE THIS PERIOD' TO WS-PL-TEXT
           MOVE ZERO TO WS-PL-AMOUNT
       END-IF.
       WRITE RYR-LINE FROM WS-PAY-LINE.
       WRITE RYR-LINE FROM WS-BLANK-LINE.
      ******************************************************************
       650-WRITE-PAYABLE.
       MOVE WS-ROY-PERIOD  TO RYP-PERIOD.
       MOVE WS-CUR-LIC-ID  TO RYP-LIC-ID.
       MOVE LIC-PAYEE-ID   TO RYP-PAYEE-ID.
       MOVE LIC-NAME       TO RYP-LIC-NAME.
       IF WS-LIC-UNITS > WS-LIC-DED-UNITS
           COMPUTE RYP-NET-UNITS = WS-LIC-UNITS - WS-LIC-DED-UNITS
       ELSE
           MOVE ZERO TO RYP-NET-UNITS
       END-IF.
       IF WS-LIC-GROSS > WS-LIC-DEDUCT
           COMPUTE RYP-NET-SALES = WS-LIC-GROSS - WS-LIC-DEDUCT
       ELSE
           MOVE ZERO TO RYP-NET-SALES
       END-IF.
       MOVE WS-LIC-ROYALTY TO RYP-AMOUNT.
       WRITE RYP-REC.
       ADD 1 TO WS-PAY-CTR.
       ADD WS-LIC-ROYALTY TO WS-TOT-PAYABLE.
      ******************************************************************
      *700-PRINT-EXCEPTIONS lists every title sold or taken back in
      *the month that has no licensor to pay.
      ******************************************************************
       700-PRINT-EXCEPTIONS.
       MOVE 'N'    TO WS-EOF-RYW.
       MOVE SPACES TO RYW-LIC-ID.
       MOVE ZERO   TO RYW-VML-ID.
       START RYW-FILE KEY NOT LESS THAN RYW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-RYW
       END-START.
       PERFORM UNTIL WS-EOF-RYW = 'Y'
           READ RYW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RYW
               NOT AT END
                   IF RYW-LIC-ID NOT = SPACES
                       MOVE 'Y' TO WS-EOF-RYW
                   ELSE
                       PERFORM 710-PRINT-EXCEPTION
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       710-PRINT-EXCEPTION.
       IF WS-EXC-CTR = 0
           WRITE RYR-LINE FROM WS-EXC-HDR
           WRITE RYR-LINE FROM WS-EXC-COL-HDR
       END-IF.
       ADD 1 TO WS-EXC-CTR.
       MOVE RYW-VML-ID     TO WS-EXC-VML-ID.
       MOVE RYW-TITLE      TO WS-EXC-TITLE.
       MOVE RYW-UNITS      TO WS-EXC-UNITS.
       MOVE RYW-DED-UNITS  TO WS-EXC-DED-UNITS.
       MOVE RYW-GROSS      TO WS-EXC-GROSS.
       MOVE RYW-DEDUCT     TO WS-EXC-DEDUCT.
       MOVE RYW-EXC-REASON TO WS-EXC-REASON.
       WRITE RYR-LINE FROM WS-EXC-LINE.
      ******************************************************************
       900-FOOTER.
       WRITE RYR-LINE FROM WS-BLANK-LINE.
       MOVE 'CATALOG TITLES READ................' TO WS-CTR-LABEL.
       MOVE WS-VML-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'DUPLICATE CATALOG TITLE NAMES......' TO WS-CTR-LABEL.
       MOVE WS-DUP-TITLE-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD LEDGER RECORDS READ...........' TO WS-CTR-LABEL.
       MOVE WS-CC-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'WALLET LEDGER RECORDS READ.........' TO WS-CTR-LABEL.
       MOVE WS-WLG-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD TITLE SALES IN PERIOD.........' TO WS-CTR-LABEL.
       MOVE WS-SALE-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'STORE-CREDIT SALE MOVEMENTS........' TO WS-CTR-LABEL.
       MOVE WS-CREDIT-SALE-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD REFUNDS TAKEN BACK............' TO WS-CTR-LABEL.
       MOVE WS-REFUND-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'STORE-CREDIT REFUNDS TAKEN BACK....' TO WS-CTR-LABEL.
       MOVE WS-CREDIT-REF-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'LOST CHARGEBACKS TAKEN BACK........' TO WS-CTR-LABEL.
       MOVE WS-LOST-CB-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD ROWS WITH NO CATALOG TITLE....' TO WS-CTR-LABEL.
       MOVE WS-NO-TITLE-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'LICENSOR STATEMENTS PRINTED........' TO WS-CTR-LABEL.
       MOVE WS-STMT-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'PAYABLE RECORDS WRITTEN............' TO WS-CTR-LABEL.
       MOVE WS-PAY-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'TITLES WITH NO LICENSOR............' TO WS-CTR-LABEL.
       MOVE WS-EXC-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
       MOVE 'WORK FILE AND MASTER ERRORS........' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE RYR-LINE FROM WS-CTR-LINE.
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
