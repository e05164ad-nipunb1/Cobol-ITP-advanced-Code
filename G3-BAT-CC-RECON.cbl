      *          keyed work file instead of a fixed table, so neither
      *          side has a size limit and no record is ever re-read
      *          per match the way the old keyed re-scan did.
      *          A purchase paid partly from store credit is matched
      *          at the part the card paid; one paid wholly from
      *          store credit has no charge to match and is left
      *          out. Archived purchases on VTA-FILE are matched the
      *          same way, so a lapsed rental archived when the title
      *          was taken again still pairs with its charge. A title
      *          moved by a member merge is matched under the id it
      *          was charged under.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-CC-RECON IS INITIAL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-VFX-MOV.
       COPY SELECT-CC-TRAN.
       COPY SELECT-RECON-RPT.
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-VFX-MOV.
       COPY FD-CC-TRAN.
       COPY FD-RECON-RPT.
       MOVE 'G3-BAT-CC-RECON'    TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       OPEN INPUT  VTP-FILE
                   VTA-FILE
                   VML-FILE
                   CC-TRAN-FILE.
       OPEN OUTPUT RECON-RPT
       PERFORM 400-MATCH-SIDES.
       PERFORM 900-FOOTER.
       CLOSE   VTP-FILE
               VTA-FILE
               VML-FILE
               CC-TRAN-FILE
               WRK-REF-FILE
               WRK-CC-FILE
               RECON-RPT.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ = WS-VTP-CTR + WS-VTA-CTR + WS-CC-CTR.
       MOVE WS-MATCHED-CTR TO WS-RUN-WRITTEN.
       COMPUTE WS-RUN-ERRORS = WS-NOCHG-CTR + WS-NOPUR-CTR.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       END-WRITE.
      ******************************************************************
      *300-RELEASE-PURCHASES walks VTP-FILE once, pricing each row at
      *VTP-PRICE plus VTP-TAX, less any store credit spent on it, to
      *match the total the card was actually charged, with the item
      *name pulled from the catalog the same way the charge carries
      *it. VTA-FILE follows, each archive row taken through the same
      *pricing; VTA-REC is laid out exactly as VTP-REC.
      ******************************************************************
       300-RELEASE-PURCHASES.
       PERFORM UNTIL WS-EOF-VTP = 'Y'
                   MOVE 'Y' TO WS-EOF-VTP
               NOT AT END
                   ADD 1 TO WS-VTP-CTR
                   PERFORM 302-PRICE-PURCHASE
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-VTA = 'Y'
           READ VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTA
               NOT AT END
                   ADD 1 TO WS-VTA-CTR
                   MOVE VTA-REC TO VTP-REC
                   PERFORM 302-PRICE-PURCHASE
           END-READ
       END-PERFORM.
      ******************************************************************
       302-PRICE-PURCHASE.
       IF VTP-CREDIT-USED NUMERIC
          AND VTP-CREDIT-USED > ZERO
           PERFORM 305-CREDIT-PAID-PURCHASE
       ELSE
           PERFORM 310-RELEASE-ONE-PURCHASE
       END-IF.
      ******************************************************************
       305-CREDIT-PAID-PURCHASE.
       IF VTP-TAX NUMERIC
           COMPUTE WS-CREDIT-NET =
                   VTP-PRICE + VTP-TAX - VTP-CREDIT-USED
       ELSE
           COMPUTE WS-CREDIT-NET = VTP-PRICE - VTP-CREDIT-USED
       END-IF.
       IF WS-CREDIT-NET > ZERO
           PERFORM 310-RELEASE-ONE-PURCHASE
       END-IF.
      ******************************************************************
      *310-RELEASE-ONE-PURCHASE releases the row under the member id
      *its card charge was posted to - for a title moved by a member
      *merge, the retiring id it was bought under.
      ******************************************************************
       310-RELEASE-ONE-PURCHASE.
       MOVE VTP-VML-ID-KEY TO VML-ID-KEY.
           NOT INVALID KEY
               MOVE VML-TITLE TO WS-MATCH-ITEM
       END-READ.
       IF VTP-ORIG-VM-ID NUMERIC
          AND VTP-ORIG-VM-ID > ZERO
           MOVE VTP-ORIG-VM-ID TO SRT-MEMBER
       ELSE
           MOVE VTP-VM-ID-KEY  TO SRT-MEMBER
       END-IF.
       MOVE WS-MATCH-ITEM  TO SRT-ITEM.
       IF VTP-TAX NUMERIC
           COMPUTE SRT-AMOUNT = VTP-PRICE + VTP-TAX
       ELSE
           MOVE VTP-PRICE TO SRT-AMOUNT
       END-IF.
       IF VTP-CREDIT-USED NUMERIC
           SUBTRACT VTP-CREDIT-USED FROM SRT-AMOUNT
       END-IF.
       MOVE VTP-VML-ID-KEY TO SRT-TITLE-ID.
       MOVE SPACES         TO SRT-TSTAMP.
       RELEASE SRT-REC.
       MOVE 'VTP PURCHASE RECORDS READ.........' TO WS-CTR-LABEL.
       MOVE WS-VTP-CTR TO WS-CTR-VALUE.
       WRITE RECON-LINE FROM WS-CTR-LINE.
       MOVE 'VTA ARCHIVE RECORDS READ..........' TO WS-CTR-LABEL.
       MOVE WS-VTA-CTR TO WS-CTR-VALUE.
       WRITE RECON-LINE FROM WS-CTR-LINE.
       MOVE 'CC-TRAN CHARGE RECORDS READ.......' TO WS-CTR-LABEL.
       MOVE WS-CC-CTR TO WS-CTR-VALUE.
       WRITE RECON-LINE FROM WS-CTR-LINE.
