      *          per state, refunds and chargebacks netting out the
      *          tax they gave back. A transaction whose member or
      *          zip is gone falls into the UN bucket to be worked
      *          by hand rather than being dropped. Sales paid and
      *          refunds given in store credit are taken from the
      *          wallet ledger the same way, so the report ties to
      *          the tax the GL extract journals. A wallet share that
      *          carried no tax of its own - credit that covered only
      *          part of the price - still counts as taxable sales
      *          in a state that charges tax.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-TAX-REMIT IS INITIAL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-VFX-MBR.
       COPY SELECT-ZIP.
       COPY SELECT-WALLET-LDG.
       COPY SELECT-TAX-RATE.
       COPY SELECT-TAX-RPT.
      ******************************************************************
       DATA DIVISION.
       COPY FD-CC-TRAN.
       COPY FD-VFX-MBR.
       COPY FD-ZIP.
       COPY FD-WALLET-LDG.
       COPY FD-TAX-RATE.
       COPY FD-TAX-RPT.

       WORKING-STORAGE SECTION.
       MOVE WS-REMIT-MONTH TO WS-YM-MONTH.
       OPEN INPUT  CC-TRAN-FILE
                   VM-FILE
                   ZIP-MST-OUT
                   WLG-FILE
                   TAX-FILE.
       OPEN OUTPUT TAX-RPT.
       MOVE WS-REMIT-YEAR  TO WS-H1-YEAR.
       MOVE WS-REMIT-MONTH TO WS-H1-MONTH.
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-WLG = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-WLG
               NOT AT END
                   ADD 1 TO WS-WLG-READ-CTR
                   IF WLG-TSTAMP (1:6) = WS-REMIT-YM
                      AND WLG-VML-ID NOT = ZERO
                       PERFORM 300-POST-WALLET-TAX
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 400-PRINT-STATES.
       PERFORM 900-FOOTER.
       CLOSE   CC-TRAN-FILE
               VM-FILE
               ZIP-MST-OUT
               WLG-FILE
               TAX-FILE
               TAX-RPT.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ    = WS-CC-READ-CTR + WS-WLG-READ-CTR.
       COMPUTE WS-RUN-WRITTEN = WS-TAXED-CTR + WS-WLG-TAXED-CTR.
       MOVE WS-NOSTATE-CTR TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE WS-TOT-TAX     TO WS-RUN-AMOUNT.
      ******************************************************************
       200-POST-TAX.
       ADD 1 TO WS-TAXED-CTR.
       MOVE CC-ID TO WS-TRAN-VM-ID.
       PERFORM 220-MEMBER-STATE.
       IF WS-TRAN-STATE = 'UN'
           ADD 1 TO WS-NOSTATE-CTR
       END-IF.
       PERFORM 210-FIND-STATE.
       IF WS-SX NOT = ZERO
           COMPUTE WS-ST-TAXABLE (WS-SX) = WS-ST-TAXABLE (WS-SX)
               MOVE ZERO TO WS-SX
           END-IF
       END-IF.
      ******************************************************************
      *220-MEMBER-STATE finds the member's state from the zip on file,
      *or UN when the member or the zip is gone.
      ******************************************************************
       220-MEMBER-STATE.
       MOVE 'UN' TO WS-TRAN-STATE.
       MOVE WS-TRAN-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VM-ZIP TO ZIP-KEY
               READ ZIP-MST-OUT KEY IS ZIP-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZIP-STATEO TO WS-TRAN-STATE
               END-READ
       END-READ.
      ******************************************************************
      *300-POST-WALLET-TAX nets a title's store-credit movement into the
      *member's state: a debit is a sale paid from credit, a credit a
      *refund given back to it. Movements with no title - merges
      *between member ids - are not sales and are left out, as the GL
      *extract leaves them off the journal. A movement that carried
      *no tax counts only where the state charges tax, the same rule
      *that leaves untaxed card rows off the report.
      ******************************************************************
       300-POST-WALLET-TAX.
       MOVE WLG-VM-ID TO WS-TRAN-VM-ID.
       PERFORM 220-MEMBER-STATE.
       MOVE 'Y' TO WS-WLG-TAXABLE.
       IF WLG-TAX = ZERO
           MOVE WS-TRAN-STATE TO TAX-STATE
           READ TAX-FILE
               INVALID KEY
                   MOVE 'N' TO WS-WLG-TAXABLE
               NOT INVALID KEY
                   IF TAX-RATE = ZERO
                       MOVE 'N' TO WS-WLG-TAXABLE
                   END-IF
           END-READ
       END-IF.
       IF WS-WLG-TAXABLE = 'Y'
           ADD 1 TO WS-WLG-TAXED-CTR
           IF WS-TRAN-STATE = 'UN'
               ADD 1 TO WS-NOSTATE-CTR
           END-IF
           IF WLG-CREDIT
               COMPUTE WS-WLG-NET     = 0 - (WLG-AMOUNT - WLG-TAX)
               COMPUTE WS-WLG-NET-TAX = 0 - WLG-TAX
           ELSE
               COMPUTE WS-WLG-NET     = WLG-AMOUNT - WLG-TAX
               MOVE WLG-TAX TO WS-WLG-NET-TAX
           END-IF
           PERFORM 210-FIND-STATE
           IF WS-SX NOT = ZERO
               ADD WS-WLG-NET     TO WS-ST-TAXABLE (WS-SX)
               ADD WS-WLG-NET-TAX TO WS-ST-TAX (WS-SX)
           END-IF
       END-IF.
      ******************************************************************
       400-PRINT-STATES.
       PERFORM VARYING WS-SX FROM 1 BY 1
       MOVE 'TAXED TRANSACTIONS THIS PERIOD....' TO WS-CTR-LABEL.
       MOVE WS-TAXED-CTR TO WS-CTR-VALUE.
       WRITE TAX-RPT-LINE FROM WS-CTR-LINE.
       MOVE 'WALLET LEDGER RECORDS READ........' TO WS-CTR-LABEL.
       MOVE WS-WLG-READ-CTR TO WS-CTR-VALUE.
       WRITE TAX-RPT-LINE FROM WS-CTR-LINE.
       MOVE 'TAXED STORE-CREDIT MOVEMENTS......' TO WS-CTR-LABEL.
       MOVE WS-WLG-TAXED-CTR TO WS-CTR-VALUE.
       WRITE TAX-RPT-LINE FROM WS-CTR-LINE.
       MOVE 'STATE UNRESOLVED (UN BUCKET)......' TO WS-CTR-LABEL.
       MOVE WS-NOSTATE-CTR TO WS-CTR-VALUE.
       WRITE TAX-RPT-LINE FROM WS-CTR-LINE.
