      ******************************************************************
      *PROGRAM:  Vuflix Nightly Member Notification Extract
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Writes the e-mail vendor's notification file from
      *          the day's card activity so members hear about what
      *          happened on their account: purchases, refunds,
      *          declines, subscription renewals and chargeback
      *          reversals off CC-TRAN-FILE, and retry-queue rows
      *          given up that day. Each record carries the member,
      *          the e-mail address on VM-FILE, the message type,
      *          title, amount, tax and the last four of the VM-CC
      *          token. A member with a blank or badly formed e-mail
      *          address goes on the exception report instead.
      *          Every event handled is logged on the notification
      *          log, and a rerun after an abend appends to the
      *          vendor file only what the failed run never got to,
      *          so no member is sent the same notice twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-MBR-NOTICE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-CC-TRAN.
       COPY SELECT-CC-RETRY.
       COPY SELECT-VFX-MBR.
       COPY SELECT-NOTICE.
       COPY SELECT-NOTICE-LOG.
       COPY SELECT-NOTICE-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-CC-TRAN.
       COPY FD-CC-RETRY.
       COPY FD-VFX-MBR.
       COPY FD-NOTICE.
       COPY FD-NOTICE-LOG.
       COPY FD-NOTICE-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-MBR-NOTICE.
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
       MOVE 'G3-BAT-MBR-NOTICE'  TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       IF WS-RUN-DATE > 0
           MOVE WS-RUN-DATE TO WS-NOTICE-DATE
       ELSE
           MOVE WS-CUR-TSTAMP (1:8) TO WS-NOTICE-DATE
       END-IF.
       OPEN INPUT  CC-TRAN-FILE
                   RETRY-FILE
                   VM-FILE.
       OPEN I-O    NTL-FILE.
       PERFORM 100-CHECK-RERUN.
       IF WS-RERUN-SW = 'Y'
           OPEN EXTEND NTC-FILE
       ELSE
           OPEN OUTPUT NTC-FILE
       END-IF.
       OPEN OUTPUT NTX-RPT.
       MOVE WS-NOTICE-DATE TO WS-H1-DATE.
       WRITE NTX-LINE FROM WS-HDR1.
       WRITE NTX-LINE FROM WS-BLANK-LINE.
       WRITE NTX-LINE FROM WS-HDR2.
       PERFORM UNTIL WS-EOF-CC = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-CC
               NOT AT END
                   ADD 1 TO WS-CC-READ-CTR
                   IF CC-TRAN-TSTAMP (1:8) = WS-NOTICE-DATE
                       PERFORM 200-LEDGER-EVENT
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM UNTIL WS-EOF-RTY = 'Y'
           READ RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RTY
               NOT AT END
                   ADD 1 TO WS-RTY-READ-CTR
                   IF RTY-IS-GIVEN-UP
                      AND RTY-LAST-DATE = WS-NOTICE-DATE
                       PERFORM 300-RETRY-EVENT
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 900-FOOTER.
       CLOSE   CC-TRAN-FILE
               RETRY-FILE
               VM-FILE
               NTL-FILE
               NTC-FILE
               NTX-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'            TO WS-RUN-FUNC.
       COMPUTE WS-RUN-READ = WS-CC-READ-CTR + WS-RTY-READ-CTR.
       MOVE WS-WRITTEN-CTR TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *100-CHECK-RERUN finds out whether an earlier run already logged
      *notices for this day. If it did, this is a rerun: the vendor
      *file is extended rather than rewritten, so the notices the
      *failed run wrote stay where they are.
      ******************************************************************
       100-CHECK-RERUN.
       MOVE WS-NOTICE-DATE TO NTL-NOTICE-DATE.
       MOVE LOW-VALUES     TO NTL-SOURCE.
       MOVE LOW-VALUES     TO NTL-REF.
       START NTL-FILE KEY NOT LESS THAN NTL-KEY
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               READ NTL-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF NTL-NOTICE-DATE = WS-NOTICE-DATE
                           MOVE 'Y' TO WS-RERUN-SW
                       END-IF
               END-READ
       END-START.
      ******************************************************************
      *200-LEDGER-EVENT picks the ledger rows a member is told about.
      *A chargeback is the member's own dispute with the bank and is
      *not announced; its reversal is.
      ******************************************************************
       200-LEDGER-EVENT.
       EVALUATE TRUE
           WHEN TRAN-TYPE-PURCHASE
               MOVE 'PURCHASE'   TO WS-NTC-TYPE
           WHEN TRAN-TYPE-REFUND
               MOVE 'REFUND'     TO WS-NTC-TYPE
           WHEN TRAN-TYPE-DECLINED
               MOVE 'DECLINED'   TO WS-NTC-TYPE
           WHEN TRAN-TYPE-SUBSCRIPTION
               MOVE 'RENEWAL'    TO WS-NTC-TYPE
           WHEN TRAN-TYPE-CB-REVERSAL
               MOVE 'CB-REVERSE' TO WS-NTC-TYPE
           WHEN OTHER
               MOVE SPACES       TO WS-NTC-TYPE
       END-EVALUATE.
       IF WS-NTC-TYPE NOT = SPACES
           ADD 1 TO WS-EVENT-CTR
           MOVE WS-NOTICE-DATE TO NTL-NOTICE-DATE
           MOVE 'L'            TO NTL-SOURCE
           MOVE CC-TRAN-KEY    TO NTL-REF
           MOVE CC-ID          TO WS-NTC-VM-ID
           MOVE CC-TRAN-ITEM   TO WS-NTC-TITLE
           IF CC-TRAN-PRICE < 0
               COMPUTE WS-NTC-AMOUNT = 0 - CC-TRAN-PRICE
           ELSE
               MOVE CC-TRAN-PRICE TO WS-NTC-AMOUNT
           END-IF
           IF CC-TRAN-TAX < 0
               COMPUTE WS-NTC-TAX = 0 - CC-TRAN-TAX
           ELSE
               MOVE CC-TRAN-TAX TO WS-NTC-TAX
           END-IF
           PERFORM 400-ISSUE-NOTICE
       END-IF.
      ******************************************************************
      *300-RETRY-EVENT tells the member a declined sale the nightly
      *retry could never authorize has been given up, at the price
      *and tax the card would have been charged.
      ******************************************************************
       300-RETRY-EVENT.
       ADD 1 TO WS-EVENT-CTR.
       MOVE WS-NOTICE-DATE TO NTL-NOTICE-DATE.
       MOVE 'R'            TO NTL-SOURCE.
       MOVE RTY-KEY        TO NTL-REF.
       MOVE 'RETRY-FAIL'   TO WS-NTC-TYPE.
       MOVE RTY-VM-ID      TO WS-NTC-VM-ID.
       MOVE RTY-ITEM       TO WS-NTC-TITLE.
       COMPUTE WS-NTC-AMOUNT = RTY-PRICE + RTY-TAX.
       MOVE RTY-TAX        TO WS-NTC-TAX.
       PERFORM 400-ISSUE-NOTICE.
      ******************************************************************
       400-ISSUE-NOTICE.
       READ NTL-FILE
           INVALID KEY
               PERFORM 410-BUILD-NOTICE
           NOT INVALID KEY
               ADD 1 TO WS-ALREADY-CTR
       END-READ.
      ******************************************************************
      *410-BUILD-NOTICE writes the vendor record, or the exception
      *line when the member cannot be e-mailed, and then logs the
      *event so neither is ever produced again for it.
      ******************************************************************
       410-BUILD-NOTICE.
       MOVE WS-NTC-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE SPACES TO VM-EMAIL
               MOVE SPACES TO VM-CC
               MOVE 'N' TO WS-EMAIL-OK
               MOVE 'MEMBER NOT ON FILE' TO WS-EMAIL-REASON
           NOT INVALID KEY
               PERFORM 420-CHECK-EMAIL
       END-READ.
       IF WS-EMAIL-OK = 'Y'
           MOVE WS-NTC-VM-ID   TO NTC-VM-ID
           MOVE VM-EMAIL       TO NTC-EMAIL
           MOVE VM-FNAME       TO NTC-FNAME
           MOVE WS-NTC-TYPE    TO NTC-TYPE
           MOVE WS-NTC-TITLE   TO NTC-TITLE
           MOVE WS-NTC-AMOUNT  TO NTC-AMOUNT
           MOVE WS-NTC-TAX     TO NTC-TAX
           MOVE VM-CC (13:4)   TO NTC-LAST4
           MOVE WS-NOTICE-DATE TO NTC-EVENT-DATE
           WRITE NTC-REC
           ADD 1 TO WS-WRITTEN-CTR
           MOVE 'S' TO NTL-RESULT
       ELSE
           MOVE WS-NTC-VM-ID    TO WS-DTL-MEMBER
           MOVE WS-NTC-TYPE     TO WS-DTL-TYPE
           MOVE VM-EMAIL        TO WS-DTL-EMAIL
           MOVE WS-EMAIL-REASON TO WS-DTL-REASON
           WRITE NTX-LINE FROM WS-DTL-LINE
           ADD 1 TO WS-EXCEPT-CTR
           MOVE 'X' TO NTL-RESULT
       END-IF.
       MOVE WS-NTC-VM-ID  TO NTL-VM-ID.
       MOVE WS-NTC-TYPE   TO NTL-TYPE.
       MOVE WS-CUR-TSTAMP TO NTL-LOG-TSTAMP.
       WRITE NTL-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
       END-WRITE.
      ******************************************************************
      *420-CHECK-EMAIL takes an address the vendor can deliver to:
      *no blanks inside it, exactly one '@' with something in front
      *of it, and a domain after it with a dot that neither starts
      *nor ends it.
      ******************************************************************
       420-CHECK-EMAIL.
       MOVE 'Y'    TO WS-EMAIL-OK.
       MOVE SPACES TO WS-EMAIL-REASON.
       MOVE 'N'    TO WS-EM-GAP.
       MOVE ZERO   TO WS-EM-LEN.
       MOVE ZERO   TO WS-EM-LOCAL.
       MOVE ZERO   TO WS-EM-AT-CTR.
       MOVE ZERO   TO WS-EM-DOT-CTR.
       MOVE ZERO   TO WS-EM-DOM-LEN.
       MOVE SPACES TO WS-EM-DOMAIN.
       INSPECT VM-EMAIL TALLYING WS-EM-LEN
           FOR CHARACTERS BEFORE INITIAL SPACE.
       INSPECT VM-EMAIL TALLYING WS-EM-AT-CTR FOR ALL '@'.
       INSPECT VM-EMAIL TALLYING WS-EM-LOCAL
           FOR CHARACTERS BEFORE INITIAL '@'.
       IF WS-EM-LEN < 30
           IF VM-EMAIL (WS-EM-LEN + 1:) NOT = SPACES
               MOVE 'Y' TO WS-EM-GAP
           END-IF
       END-IF.
       IF WS-EM-AT-CTR = 1 AND WS-EM-LEN > WS-EM-LOCAL + 1
           COMPUTE WS-EM-DOM-LEN = WS-EM-LEN - WS-EM-LOCAL - 1
           MOVE VM-EMAIL (WS-EM-LOCAL + 2:WS-EM-DOM-LEN)
               TO WS-EM-DOMAIN
           INSPECT WS-EM-DOMAIN TALLYING WS-EM-DOT-CTR FOR ALL '.'
       END-IF.
       EVALUATE TRUE
           WHEN VM-EMAIL = SPACES
               MOVE 'BLANK E-MAIL ADDRESS'   TO WS-EMAIL-REASON
           WHEN WS-EM-GAP = 'Y' OR WS-EM-LEN = 0
               MOVE 'SPACE IN E-MAIL ADDRESS' TO WS-EMAIL-REASON
           WHEN WS-EM-AT-CTR NOT = 1
               MOVE 'NEEDS EXACTLY ONE @'    TO WS-EMAIL-REASON
           WHEN WS-EM-LOCAL = 0
               MOVE 'NOTHING BEFORE THE @'   TO WS-EMAIL-REASON
           WHEN WS-EM-DOT-CTR = 0
               MOVE 'NO DOMAIN AFTER THE @'  TO WS-EMAIL-REASON
           WHEN WS-EM-DOMAIN (1:1) = '.'
             OR WS-EM-DOMAIN (WS-EM-DOM-LEN:1) = '.'
               MOVE 'BAD DOMAIN AFTER THE @' TO WS-EMAIL-REASON
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF WS-EMAIL-REASON NOT = SPACES
           MOVE 'N' TO WS-EMAIL-OK
       END-IF.
      ******************************************************************
       900-FOOTER.
       WRITE NTX-LINE FROM WS-BLANK-LINE.
       MOVE 'LEDGER ROWS READ...................' TO WS-CTR-LABEL.
       MOVE WS-CC-READ-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'RETRY QUEUE ROWS READ..............' TO WS-CTR-LABEL.
       MOVE WS-RTY-READ-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'EVENTS FOR THE DAY.................' TO WS-CTR-LABEL.
       MOVE WS-EVENT-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'NOTICES WRITTEN....................' TO WS-CTR-LABEL.
       MOVE WS-WRITTEN-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'ALREADY HANDLED (SKIPPED)..........' TO WS-CTR-LABEL.
       MOVE WS-ALREADY-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'E-MAIL EXCEPTIONS..................' TO WS-CTR-LABEL.
       MOVE WS-EXCEPT-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
       MOVE 'LOG WRITE ERRORS...................' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE NTX-LINE FROM WS-CTR-LINE.
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
