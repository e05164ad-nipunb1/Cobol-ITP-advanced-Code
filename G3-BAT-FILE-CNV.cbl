      ******************************************************************
      *PROGRAM:  Vuflix Record Layout Conversion
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: One-off batch run once, before the new programs go
      *          live, to carry the card ledger, purchase, purchase
      *          archive, card retry queue, catalog and dispute files
      *          into their lengthened record layouts. Operations
      *          renames each production file aside (OLDCCTRN,
      *          OLDVTP, OLDVTA, OLDRETRY, OLDVML, OLDDSP) and
      *          allocates an empty file under the production name;
      *          this batch reads every old record in key order and
      *          writes it in the new layout. Fields the old record
      *          already had are copied across; every field added
      *          since is set to its empty value - zero for amounts,
      *          ids, dates and counts, spaces for codes and
      *          operators - and every existing purchase and queued
      *          sale becomes an owned title, the only kind the old
      *          system sold.
      *          A tax amount the old record never filled in is
      *          carried as zero. Prints a control report of records
      *          read and written per file for the operator to check
      *          before the old files are scratched.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-FILE-CNV IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-CNV-OLD.
       COPY SELECT-CC-TRAN.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-CC-RETRY.
       COPY SELECT-VFX-MOV.
       COPY SELECT-DISPUTE.
       COPY SELECT-CNV-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CNV-OLD.
       COPY FD-CC-TRAN.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-CC-RETRY.
       COPY FD-VFX-MOV.
       COPY FD-DISPUTE.
       COPY FD-CNV-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-FILE-CNV.
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
       MOVE 'G3-BAT-FILE-CNV' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       OPEN INPUT  OLD-CCT-FILE
                   OLD-VTP-FILE
                   OLD-VTA-FILE
                   OLD-RTY-FILE
                   OLD-VML-FILE
                   OLD-DSP-FILE.
       OPEN OUTPUT CC-TRAN-FILE
                   VTP-FILE
                   VTA-FILE
                   RETRY-FILE
                   VML-FILE
                   DSP-FILE
                   CNV-RPT.
       WRITE CNV-LINE FROM WS-HDR1.
       WRITE CNV-LINE FROM WS-BLANK-LINE.
       WRITE CNV-LINE FROM WS-COL-HDR.
       PERFORM 100-CONVERT-CC-TRAN.
       PERFORM 200-CONVERT-VTP.
       PERFORM 300-CONVERT-VTA.
       PERFORM 400-CONVERT-RETRY.
       PERFORM 500-CONVERT-VML.
       PERFORM 600-CONVERT-DISPUTE.
       PERFORM 900-FOOTER.
       CLOSE   OLD-CCT-FILE
               OLD-VTP-FILE
               OLD-VTA-FILE
               OLD-RTY-FILE
               OLD-VML-FILE
               OLD-DSP-FILE
               CC-TRAN-FILE
               VTP-FILE
               VTA-FILE
               RETRY-FILE
               VML-FILE
               DSP-FILE
               CNV-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'              TO WS-RUN-FUNC.
       MOVE WS-TOT-READ-CTR  TO WS-RUN-READ.
       MOVE WS-TOT-WRITE-CTR TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR     TO WS-RUN-ERRORS.
       MOVE RETURN-CODE      TO WS-RUN-RC.
       MOVE ZERO             TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *100-CONVERT-CC-TRAN carries the card ledger across. Rows posted
      *before promotions, operator stamping and rental chargebacks
      *have no code, no operator and no rental on them.
      ******************************************************************
       100-CONVERT-CC-TRAN.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-CCT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 110-BUILD-CC-TRAN
                   WRITE CC-TRAN-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'CC-TRAN (CARD LEDGER)' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       110-BUILD-CC-TRAN.
       MOVE SPACES              TO CC-TRAN-REC.
       MOVE OLD-CCT-ID          TO CC-ID.
       MOVE OLD-CCT-TSTAMP      TO CC-TRAN-TSTAMP.
       MOVE OLD-CCT-TYPE        TO TRAN-TYPE.
       MOVE OLD-CCT-PRICE       TO CC-TRAN-PRICE.
       MOVE OLD-CCT-ITEM        TO CC-TRAN-ITEM.
       MOVE OLD-CCT-REF-TSTAMP  TO CC-TRAN-REF-TSTAMP.
       MOVE OLD-CCT-BRAND       TO CC-TRAN-BRAND.
       MOVE OLD-CCT-SETTLED     TO CC-TRAN-SETTLED.
       MOVE OLD-CCT-SETTLE-DATE TO CC-TRAN-SETTLE-DATE.
       IF OLD-CCT-TAX NUMERIC
           MOVE OLD-CCT-TAX     TO CC-TRAN-TAX
       ELSE
           MOVE ZERO            TO CC-TRAN-TAX
       END-IF.
       MOVE SPACES              TO CC-TRAN-PROMO-CODE.
       MOVE ZERO                TO CC-TRAN-DISCOUNT.
       MOVE SPACES              TO CC-TRAN-OPERATOR.
       MOVE SPACES              TO CC-TRAN-APPR-OPERATOR.
       MOVE SPACE               TO CC-TRAN-SALE-TYPE.
       MOVE ZERO                TO CC-TRAN-RENT-EXPIRY.
      ******************************************************************
      *050-START-FILE clears the per-file counts before each file.
      ******************************************************************
       050-START-FILE.
       MOVE 'N'  TO WS-EOF-OLD.
       MOVE ZERO TO WS-FILE-READ-CTR.
       MOVE ZERO TO WS-FILE-WRITE-CTR.
       MOVE ZERO TO WS-FILE-ERROR-CTR.
      ******************************************************************
      *200-CONVERT-VTP carries the purchase file across. Every title
      *on it was bought outright, at full price, at the counter.
      ******************************************************************
       200-CONVERT-VTP.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 210-BUILD-VTP
                   WRITE VTP-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'VTP (PURCHASES)' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       210-BUILD-VTP.
       MOVE SPACES           TO VTP-REC.
       MOVE OLD-VTP-VM-ID    TO VTP-VM-ID-KEY.
       MOVE OLD-VTP-VML-ID   TO VTP-VML-ID-KEY.
       MOVE OLD-VTP-PUR-DATE TO VTP-PUR-DATE.
       MOVE OLD-VTP-PRICE    TO VTP-PRICE.
       IF OLD-VTP-TAX NUMERIC
           MOVE OLD-VTP-TAX  TO VTP-TAX
       ELSE
           MOVE ZERO         TO VTP-TAX
       END-IF.
       MOVE SPACES           TO VTP-PROMO-CODE.
       MOVE ZERO             TO VTP-DISCOUNT.
       MOVE ZERO             TO VTP-CREDIT-USED.
       MOVE 'O'              TO VTP-SALE-TYPE.
       MOVE ZERO             TO VTP-RENT-EXPIRY.
       MOVE SPACES           TO VTP-OPERATOR.
       MOVE ZERO             TO VTP-ORIG-VM-ID.
      ******************************************************************
      *300-CONVERT-VTA carries the purchase archive across. The old
      *archive kept no tax; it is carried as zero.
      ******************************************************************
       300-CONVERT-VTA.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 310-BUILD-VTA
                   WRITE VTA-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'VTA (PURCHASE ARCHIVE)' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       310-BUILD-VTA.
       MOVE SPACES           TO VTA-REC.
       MOVE OLD-VTA-VM-ID    TO VTA-VM-ID-KEY.
       MOVE OLD-VTA-VML-ID   TO VTA-VML-ID-KEY.
       MOVE OLD-VTA-PUR-DATE TO VTA-PUR-DATE.
       MOVE OLD-VTA-PRICE    TO VTA-PRICE.
       MOVE ZERO             TO VTA-TAX.
       MOVE SPACES           TO VTA-PROMO-CODE.
       MOVE ZERO             TO VTA-DISCOUNT.
       MOVE ZERO             TO VTA-CREDIT-USED.
       MOVE 'O'              TO VTA-SALE-TYPE.
       MOVE ZERO             TO VTA-RENT-EXPIRY.
       MOVE SPACES           TO VTA-OPERATOR.
       MOVE ZERO             TO VTA-ORIG-VM-ID.
      ******************************************************************
      *400-CONVERT-RETRY carries the card retry queue across. A sale
      *queued by the old purchase page took no code and no credit.
      ******************************************************************
       400-CONVERT-RETRY.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-RTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 410-BUILD-RETRY
                   WRITE RTY-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'CC RETRY QUEUE' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       410-BUILD-RETRY.
       MOVE SPACES              TO RTY-REC.
       MOVE OLD-RTY-VM-ID       TO RTY-VM-ID.
       MOVE OLD-RTY-VML-ID      TO RTY-VML-ID.
       MOVE OLD-RTY-ITEM        TO RTY-ITEM.
       MOVE OLD-RTY-PRICE       TO RTY-PRICE.
       MOVE OLD-RTY-TAX         TO RTY-TAX.
       MOVE OLD-RTY-FIRST-DATE  TO RTY-FIRST-DATE.
       MOVE OLD-RTY-LAST-DATE   TO RTY-LAST-DATE.
       MOVE OLD-RTY-ATTEMPT-CTR TO RTY-ATTEMPT-CTR.
       MOVE OLD-RTY-STATE       TO RTY-STATE.
       MOVE SPACES              TO RTY-PROMO-CODE.
       MOVE ZERO                TO RTY-DISCOUNT.
       MOVE 'O'                 TO RTY-SALE-TYPE.
       MOVE ZERO                TO RTY-RENT-HOURS.
       MOVE SPACES              TO RTY-OPERATOR.
       MOVE ZERO                TO RTY-CREDIT-USED.
       MOVE ZERO                TO RTY-CREDIT-TAX.
      ******************************************************************
      *500-CONVERT-VML carries the catalog across. No title is for
      *rent or assigned to a licensor until catalog maintenance sets
      *it up.
      ******************************************************************
       500-CONVERT-VML.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-VML-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 510-BUILD-VML
                   WRITE VML-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'VML (CATALOG)' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       510-BUILD-VML.
       MOVE SPACES         TO VML-REC.
       MOVE OLD-VML-ID     TO VML-ID.
       MOVE OLD-VML-TITLE  TO VML-TITLE.
       MOVE OLD-VML-GENRE  TO VML-GENRE.
       MOVE OLD-VML-PRICE  TO VML-PRICE.
       MOVE OLD-VML-STATUS TO VML-STATUS.
       MOVE ZERO           TO VML-RENT-PRICE.
       MOVE ZERO           TO VML-RENT-HOURS.
       MOVE SPACES         TO VML-LICENSOR-ID.
      ******************************************************************
      *600-CONVERT-DISPUTE carries the dispute file across. A title
      *pulled by an old chargeback was an owned title.
      ******************************************************************
       600-CONVERT-DISPUTE.
       PERFORM 050-START-FILE.
       PERFORM UNTIL WS-EOF-OLD = 'Y'
           READ OLD-DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-OLD
               NOT AT END
                   ADD 1 TO WS-FILE-READ-CTR
                   PERFORM 610-BUILD-DISPUTE
                   WRITE DSP-REC
                       INVALID KEY
                           ADD 1 TO WS-FILE-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-FILE-WRITE-CTR
                   END-WRITE
           END-READ
       END-PERFORM.
       MOVE 'DISPUTE' TO WS-FL-NAME.
       PERFORM 800-FILE-LINE.
      ******************************************************************
       610-BUILD-DISPUTE.
       MOVE SPACES               TO DSP-REC.
       MOVE OLD-DSP-CC-ID        TO DSP-CC-ID.
       MOVE OLD-DSP-TSTAMP       TO DSP-TSTAMP.
       MOVE OLD-DSP-ORIG-TSTAMP  TO DSP-ORIG-TSTAMP.
       MOVE OLD-DSP-ITEM         TO DSP-ITEM.
       MOVE OLD-DSP-VML-ID       TO DSP-VML-ID.
       MOVE OLD-DSP-BRAND        TO DSP-BRAND.
       MOVE OLD-DSP-AMOUNT       TO DSP-AMOUNT.
       MOVE OLD-DSP-TAX          TO DSP-TAX.
       MOVE OLD-DSP-EVIDENCE     TO DSP-EVIDENCE.
       MOVE OLD-DSP-STATE        TO DSP-STATE.
       MOVE OLD-DSP-FLAG-DATE    TO DSP-FLAG-DATE.
       MOVE OLD-DSP-RESOLVE-DATE TO DSP-RESOLVE-DATE.
       MOVE 'O'                  TO DSP-SALE-TYPE.
       MOVE ZERO                 TO DSP-RENT-EXPIRY.
      ******************************************************************
      *800-FILE-LINE prints one file's counts and adds them to the
      *run totals. A record that would not write is an error: the
      *old file is kept until the run is clean.
      ******************************************************************
       800-FILE-LINE.
       MOVE WS-FILE-READ-CTR  TO WS-FL-READ.
       MOVE WS-FILE-WRITE-CTR TO WS-FL-WRITTEN.
       MOVE WS-FILE-ERROR-CTR TO WS-FL-ERRORS.
       WRITE CNV-LINE FROM WS-FILE-LINE.
       ADD WS-FILE-READ-CTR   TO WS-TOT-READ-CTR.
       ADD WS-FILE-WRITE-CTR  TO WS-TOT-WRITE-CTR.
       ADD WS-FILE-ERROR-CTR  TO WS-ERROR-CTR.
      ******************************************************************
       900-FOOTER.
       WRITE CNV-LINE FROM WS-BLANK-LINE.
       MOVE 'RECORDS READ......................' TO WS-CTR-LABEL.
       MOVE WS-TOT-READ-CTR TO WS-CTR-VALUE.
       WRITE CNV-LINE FROM WS-CTR-LINE.
       MOVE 'RECORDS WRITTEN...................' TO WS-CTR-LABEL.
       MOVE WS-TOT-WRITE-CTR TO WS-CTR-VALUE.
       WRITE CNV-LINE FROM WS-CTR-LINE.
       MOVE 'RECORDS NOT WRITTEN...............' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE CNV-LINE FROM WS-CTR-LINE.
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
