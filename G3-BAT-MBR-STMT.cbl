      *DATE:     6/9/2014
      *ABSTRACT: Loops all of VM-FILE and prints one mailing-ready
      *          statement page per member listing every title
      *          purchased in the prior calendar month (title/genre
      *          from VML-FILE via VTP-FILE, price as charged on
      *          VTP-FILE after any promotion discount) with a running
      *          total, using the same address layout as VFX-4-ORIG.
      *          Rentals are marked on their title lines and their
      *          charges are shown on a line of their own above the
      *          month's tax. Purchases already moved to the archive
      *          (VTA) file, including lapsed rentals bought again
      *          in the month, are listed the same way.
      *          A member with a store-credit wallet also gets the
      *          month's wallet movements from the wallet ledger and
      *          the balance left at month end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-MBR-STMT IS INITIAL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-ZIP.
       COPY SELECT-SUB-ENR.
       COPY SELECT-SUB-PLAN.
       COPY SELECT-WALLET-LDG.
       COPY SELECT-STMT-RPT.
       COPY SELECT-STMT-RUN.
      ******************************************************************
       COPY FD-VFX-MBR.
       COPY FD-VFX-MOV.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-ZIP.
       COPY FD-SUB-ENR.
       COPY FD-SUB-PLAN.
       COPY FD-WALLET-LDG.
       COPY FD-STMT-RPT.
       COPY FD-STMT-RUN.

       OPEN INPUT  VM-FILE
                   VML-FILE
                   VTP-FILE
                   VTA-FILE
                   ZIP-MST-OUT
                   SEN-FILE
                   SPL-FILE
                   WLG-FILE.
       OPEN I-O    STMT-RUN-FILE.
       PERFORM 100-RUN-CONTROL.
       IF WS-RUN-ABORT = 'Y'
           CLOSE   VM-FILE
                   VML-FILE
                   VTP-FILE
                   VTA-FILE
                   ZIP-MST-OUT
                   SEN-FILE
                   SPL-FILE
                   WLG-FILE
                   STMT-RUN-FILE
           MOVE 8 TO RETURN-CODE
           MOVE 'E'            TO WS-RUN-FUNC
       CLOSE   VM-FILE
               VML-FILE
               VTP-FILE
               VTA-FILE
               ZIP-MST-OUT
               SEN-FILE
               SPL-FILE
               WLG-FILE
               STMT-RPT
               STMT-RUN-FILE.
       MOVE 'E'            TO WS-RUN-FUNC.
       PERFORM 210-ZIP-LOOKUP.
       MOVE ZERO TO WS-RUNNING-TOTAL.
       MOVE ZERO TO WS-TAX-TOTAL.
       MOVE ZERO TO WS-RENTAL-TOTAL.
       MOVE 'N'  TO WS-ANY-TITLE.
       WRITE STMT-LINE FROM WS-ADDR-LINE1.
       WRITE STMT-LINE FROM WS-ADDR-LINE2.
           NOT INVALID KEY
               PERFORM 220-SCAN-VTP-FOR-MEMBER
       END-START.
       MOVE VM-ID TO VTA-VM-ID-KEY.
       MOVE ZERO  TO VTA-VML-ID-KEY.
       MOVE ZERO  TO VTA-PUR-DATE.
       START VTA-FILE KEY NOT LESS THAN VTA-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 225-SCAN-VTA-FOR-MEMBER
       END-START.
       PERFORM 240-SUBSCRIPTION-LINE.
       IF WS-ANY-TITLE = 'N'
           WRITE STMT-LINE FROM WS-NOACTIVITY-LINE
       ELSE
           IF WS-RENTAL-TOTAL > ZERO
               MOVE WS-RENTAL-TOTAL TO WS-RENTL-PRICE
               WRITE STMT-LINE FROM WS-RENTAL-LINE
           END-IF
           MOVE WS-TAX-TOTAL TO WS-TAXL-PRICE
           WRITE STMT-LINE FROM WS-TAX-LINE
           COMPUTE WS-TOT-PRICE = WS-RUNNING-TOTAL + WS-TAX-TOTAL
           WRITE STMT-LINE FROM WS-TOTAL-LINE
       END-IF.
       PERFORM 260-STORE-CREDIT.
       WRITE STMT-LINE FROM WS-BLANK-LINE.
       WRITE STMT-LINE FROM WS-BLANK-LINE.
      ******************************************************************
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *225-SCAN-VTA-FOR-MEMBER picks up the month's purchases that are
      *already on the archive. VTA-REC is laid out exactly as VTP-REC,
      *so an archive row prints through the same title line.
      ******************************************************************
       225-SCAN-VTA-FOR-MEMBER.
       MOVE 'N' TO WS-SCAN-DONE.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF VTA-VM-ID-KEY NOT = VM-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF VTA-PUR-YEAR  = WS-STMT-YEAR
                          AND VTA-PUR-MONTH = WS-STMT-MONTH
                           MOVE VTA-REC TO VTP-REC
                           PERFORM 230-PRINT-TITLE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       230-PRINT-TITLE.
       MOVE 'Y' TO WS-ANY-TITLE.
       MOVE VTP-VML-ID-KEY TO WS-T-ID.
       MOVE VML-TITLE      TO WS-T-TITLE.
       MOVE VML-GENRE      TO WS-T-GENRE.
       MOVE VTP-PRICE      TO WS-T-PRICE.
       IF VTP-RENTAL
           MOVE 'RENTAL'   TO WS-T-KIND
           ADD VTP-PRICE TO WS-RENTAL-TOTAL
       ELSE
           MOVE SPACES     TO WS-T-KIND
       END-IF.
       ADD VTP-PRICE TO WS-RUNNING-TOTAL.
       IF VTP-TAX NUMERIC
           ADD VTP-TAX TO WS-TAX-TOTAL
       END-IF.
       ADD SPL-PRICE         TO WS-RUNNING-TOTAL.
       ADD SEN-LAST-BILL-TAX TO WS-TAX-TOTAL.
       WRITE STMT-LINE FROM WS-SUB-LINE.
      ******************************************************************
      *260-STORE-CREDIT walks the member's wallet ledger in date
      *order, printing the statement month's movements and carrying
      *the balance after the last movement up to month end. A member
      *who has never had store credit gets no wallet section at all.
      ******************************************************************
       260-STORE-CREDIT.
       MOVE 'N'         TO WS-ANY-WALLET.
       MOVE ZERO        TO WS-WALLET-BAL.
       MOVE VM-ID       TO WLG-VM-ID.
       MOVE LOW-VALUES  TO WLG-TSTAMP.
       MOVE ZERO        TO WLG-SEQ.
       MOVE 'N'         TO WS-SCAN-DONE.
       START WLG-FILE KEY NOT LESS THAN WLG-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ WLG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF WLG-VM-ID NOT = VM-ID
                      OR WLG-TSTAMP (1:6) > WS-STMT-YM
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       PERFORM 265-WALLET-MOVEMENT
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-ANY-WALLET = 'Y'
           MOVE WS-WALLET-BAL TO WS-WBAL-AMOUNT
           WRITE STMT-LINE FROM WS-WALLET-BAL-LINE
       END-IF.
      ******************************************************************
       265-WALLET-MOVEMENT.
       IF WS-ANY-WALLET = 'N'
           MOVE 'Y' TO WS-ANY-WALLET
           WRITE STMT-LINE FROM WS-BLANK-LINE
           WRITE STMT-LINE FROM WS-WALLET-HDR
       END-IF.
       MOVE WLG-BAL-AFTER TO WS-WALLET-BAL.
       IF WLG-TSTAMP (1:6) = WS-STMT-YM
           MOVE WLG-TSTAMP (1:8) TO WS-W-DATE
           IF WLG-CREDIT
               MOVE 'CREDIT'   TO WS-W-TYPE
           ELSE
               MOVE 'USED'     TO WS-W-TYPE
           END-IF
           MOVE WLG-ITEM       TO WS-W-ITEM
           MOVE WLG-AMOUNT     TO WS-W-AMOUNT
           WRITE STMT-LINE FROM WS-WALLET-DTL
       END-IF.
      ******************************************************************
       950-RUN-LOG.
       CALL 'G3-LINK-RUNLOG' USING WS-RUN-FUNC
