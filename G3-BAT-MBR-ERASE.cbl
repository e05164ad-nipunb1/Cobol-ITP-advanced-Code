      ******************************************************************
      *PROGRAM:  Vuflix Member Data Erasure
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Works the service desk's file of member privacy
      *          requests. A member is refused - and the reason
      *          printed - while a chargeback dispute is still open
      *          in DSP-FILE, a declined sale is still pending on the
      *          retry queue, a sale is still held for review on
      *          HLD-FILE, or a charge on CC-TRAN-FILE has not
      *          settled. Otherwise the member's card vault entry
      *          (and the velocity row for that card), retry-queue
      *          rows, subscription enrollment and browse bookmarks
      *          are removed, the card token is blanked on the
      *          member's closed held-sale rows, and the name,
      *          address, phone, e-mail and card token on VM-REC are
      *          masked, leaving the member inactive. A member id
      *          merged into the member carries the same person's
      *          data: it is held to the same checks, and then has
      *          its vault entry removed, its held-sale card tokens
      *          blanked and its member master row masked the same
      *          way, counted on the member's certificate. Purchase,
      *          archive and card ledger rows stay on file under the
      *          masked member for tax and accounting. Each member
      *          erased gets an audit record and a certificate on the
      *          report. The member master is masked last, so a rerun
      *          after an abend finishes any member it had started,
      *          and a member already masked prints as erased in an
      *          earlier run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-MBR-ERASE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-ERASE-REQ.
       COPY SELECT-ERASE-WRK.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VAULT.
       COPY SELECT-VEL-CARD-MBR.
       COPY SELECT-BMK.
       COPY SELECT-CC-RETRY.
       COPY SELECT-SUB-ENR.
       COPY SELECT-DISPUTE.
       COPY SELECT-CC-TRAN.
       COPY SELECT-HELD.
       COPY SELECT-ERASE-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-ERASE-REQ.
       COPY FD-ERASE-WRK.
       COPY FD-VFX-MBR.
       COPY FD-VAULT.
       COPY FD-VEL-CARD-MBR.
       COPY FD-BMK.
       COPY FD-CC-RETRY.
       COPY FD-SUB-ENR.
       COPY FD-DISPUTE.
       COPY FD-CC-TRAN.
       COPY FD-HELD.
       COPY FD-ERASE-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-MBR-ERASE.
       COPY WS-VAULT.
       COPY WS-AUDIT-CALL.
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
       MOVE 'G3-BAT-MBR-ERASE'   TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       OPEN INPUT  ERQ-FILE
                   DSP-FILE
                   CC-TRAN-FILE.
       OPEN I-O    VM-FILE
                   VAULT-FILE
                   VCM-FILE
                   BMK-FILE
                   RETRY-FILE
                   SEN-FILE
                   HLD-FILE.
       OPEN OUTPUT ERW-FILE.
       CLOSE ERW-FILE.
       OPEN I-O    ERW-FILE.
       OPEN OUTPUT ERC-RPT.
       PERFORM UNTIL WS-EOF-ERQ = 'Y'
           READ ERQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ERQ
               NOT AT END
                   ADD 1 TO WS-ERQ-READ-CTR
                   PERFORM 200-TAKE-REQUEST
           END-READ
       END-PERFORM.
       IF WS-ERASED-CTR > 0 OR WS-BEFORE-CTR > 0
           PERFORM 500-SWEEP-BOOKMARKS
       END-IF.
       MOVE WS-CUR-TSTAMP (1:8) TO WS-H1-DATE.
       WRITE ERC-LINE FROM WS-HDR1.
       WRITE ERC-LINE FROM WS-BLANK-LINE.
       MOVE ZERO TO ERW-VM-ID.
       START ERW-FILE KEY NOT LESS THAN ERW-VM-ID
           INVALID KEY
               MOVE 'Y' TO WS-EOF-ERW
       END-START.
       PERFORM UNTIL WS-EOF-ERW = 'Y'
           READ ERW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-ERW
               NOT AT END
                   PERFORM 700-PRINT-CERTIFICATE
           END-READ
       END-PERFORM.
       PERFORM 900-FOOTER.
       CLOSE   ERQ-FILE
               DSP-FILE
               CC-TRAN-FILE
               VM-FILE
               VAULT-FILE
               VCM-FILE
               BMK-FILE
               RETRY-FILE
               SEN-FILE
               HLD-FILE
               ERW-FILE
               ERC-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-ERQ-READ-CTR TO WS-RUN-READ.
       MOVE WS-ERASED-CTR  TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *200-TAKE-REQUEST works a member once however many times the
      *desk logged the request.
      ******************************************************************
       200-TAKE-REQUEST.
       MOVE ERQ-VM-ID TO ERW-VM-ID.
       READ ERW-FILE
           INVALID KEY
               PERFORM 210-CHECK-MEMBER
           NOT INVALID KEY
               CONTINUE
       END-READ.
      ******************************************************************
       210-CHECK-MEMBER.
       MOVE ERQ-VM-ID    TO ERW-VM-ID.
       MOVE ERQ-REQ-ID   TO ERW-REQ-ID.
       MOVE ERQ-REQ-DATE TO ERW-REQ-DATE.
       MOVE SPACE        TO ERW-RESULT.
       MOVE SPACES       TO ERW-REASON.
       MOVE ZERO         TO ERW-VAULT-CTR.
       MOVE ZERO         TO ERW-VCM-CTR.
       MOVE ZERO         TO ERW-RTY-CTR.
       MOVE ZERO         TO ERW-SEN-CTR.
       MOVE ZERO         TO ERW-BMK-CTR.
       MOVE ZERO         TO ERW-HLD-CTR.
       MOVE ZERO         TO ERW-MRG-CTR.
       MOVE SPACES       TO WS-REFUSE-REASON.
       MOVE ERQ-VM-ID    TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE 'MEMBER NOT ON FILE' TO WS-REFUSE-REASON
           NOT INVALID KEY
               IF VM-LNAME = WS-ERASED-LNAME
                  AND VM-FNAME = WS-ERASED-FNAME
                  AND VM-CC = SPACES
                   MOVE 'B' TO ERW-RESULT
               ELSE
                   MOVE ERQ-VM-ID TO WS-ERASE-ID
                   PERFORM 215-CHECK-HOLDS
                   IF WS-REFUSE-REASON = SPACES
                       PERFORM 250-CHECK-MERGED
                   END-IF
               END-IF
       END-READ.
       EVALUATE TRUE
           WHEN WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-CTR
               MOVE 'R' TO ERW-RESULT
               MOVE WS-REFUSE-REASON TO ERW-REASON
           WHEN ERW-ERASED-BEFORE
               ADD 1 TO WS-BEFORE-CTR
           WHEN OTHER
               PERFORM 300-ERASE-MEMBER
       END-EVALUATE.
       WRITE ERW-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
       END-WRITE.
      ******************************************************************
      *215-CHECK-HOLDS runs every refusal check against the id in
      *WS-ERASE-ID, stopping at the first that holds the member up.
      ******************************************************************
       215-CHECK-HOLDS.
       PERFORM 220-CHECK-DISPUTES.
       IF WS-REFUSE-REASON = SPACES
           PERFORM 230-CHECK-RETRIES
       END-IF.
       IF WS-REFUSE-REASON = SPACES
           PERFORM 235-CHECK-HELD
       END-IF.
       IF WS-REFUSE-REASON = SPACES
           PERFORM 240-CHECK-LEDGER
       END-IF.
      ******************************************************************
      *220-CHECK-DISPUTES refuses a member with a chargeback dispute
      *still flagged or sent - the evidence may yet be needed.
      ******************************************************************
       220-CHECK-DISPUTES.
       MOVE 'N'         TO WS-SCAN-DONE.
       MOVE WS-ERASE-ID TO DSP-CC-ID.
       MOVE LOW-VALUES  TO DSP-TSTAMP.
       START DSP-FILE KEY NOT LESS THAN DSP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF DSP-CC-ID NOT = WS-ERASE-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF DSP-IS-FLAGGED OR DSP-IS-SENT
                           MOVE 'OPEN CHARGEBACK DISPUTE'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       230-CHECK-RETRIES.
       MOVE 'N'         TO WS-SCAN-DONE.
       MOVE WS-ERASE-ID TO RTY-VM-ID.
       MOVE ZERO        TO RTY-VML-ID.
       START RETRY-FILE KEY NOT LESS THAN RTY-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF RTY-VM-ID NOT = WS-ERASE-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF RTY-IS-PENDING
                           MOVE 'RETRY PENDING ON THE QUEUE'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *235-CHECK-HELD refuses a member with a sale still held for
      *review - a reviewer could yet release it and charge the card.
      ******************************************************************
       235-CHECK-HELD.
       MOVE 'N'         TO WS-SCAN-DONE.
       MOVE WS-ERASE-ID TO HLD-VM-ID.
       MOVE ZERO        TO HLD-VML-ID.
       START HLD-FILE KEY NOT LESS THAN HLD-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ HLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF HLD-VM-ID NOT = WS-ERASE-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF HLD-IS-HELD
                           MOVE 'SALE HELD FOR REVIEW'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *240-CHECK-LEDGER refuses a member with a charge, refund or
      *reversal the nightly settlement has not deposited yet. A
      *decline never settles and does not hold the member up.
      ******************************************************************
       240-CHECK-LEDGER.
       MOVE 'N'         TO WS-SCAN-DONE.
       MOVE WS-ERASE-ID TO CC-ID.
       MOVE LOW-VALUES  TO CC-TRAN-TSTAMP.
       START CC-TRAN-FILE KEY NOT LESS THAN CC-TRAN-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ CC-TRAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF CC-ID NOT = WS-ERASE-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF NOT TRAN-TYPE-DECLINED
                          AND NOT CC-TRAN-IS-SETTLED
                           MOVE 'UNSETTLED LEDGER ROWS'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *250-CHECK-MERGED holds the member up for anything still open
      *under an id merged into it - the card ledger and disputes of a
      *merged id stay where they were posted. The member master is
      *keyed by member id alone, so it is read through to find them.
      *A merged id already masked by an earlier, interrupted run has
      *nothing left to hold the member up.
      ******************************************************************
       250-CHECK-MERGED.
       MOVE 'N'  TO WS-EOF-VM.
       MOVE ZERO TO VM-ID.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-VM
       END-START.
       PERFORM UNTIL WS-EOF-VM = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VM
               NOT AT END
                   IF VM-MERGED-TO NUMERIC
                      AND VM-MERGED-TO = ERQ-VM-ID
                      AND NOT (VM-LNAME = WS-ERASED-LNAME
                               AND VM-FNAME = WS-ERASED-FNAME
                               AND VM-CC = SPACES)
                       MOVE VM-ID TO WS-ERASE-ID
                       PERFORM 215-CHECK-HOLDS
                       IF WS-REFUSE-REASON NOT = SPACES
                           MOVE 'Y' TO WS-EOF-VM
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *300-ERASE-MEMBER removes the member's rows from the other files
      *first, then erases any id merged into the member, and masks
      *the member's own master row last. A row already gone from an
      *earlier, interrupted run is simply not there to count. The
      *merged ids are found by reading the member master through, so
      *the member's own row is read again before it is masked.
      ******************************************************************
       300-ERASE-MEMBER.
       PERFORM 360-ERASE-MERGED.
       MOVE ERQ-VM-ID TO WS-ERASE-ID.
       MOVE ERQ-VM-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
               ADD 1 TO WS-REFUSED-CTR
               MOVE 'R' TO ERW-RESULT
               MOVE 'MEMBER MASTER REREAD FAILED' TO ERW-REASON
           NOT INVALID KEY
               PERFORM 305-MASK-MEMBER
       END-READ.
      ******************************************************************
       305-MASK-MEMBER.
       PERFORM 310-REMOVE-CARD.
       PERFORM 320-REMOVE-RETRIES.
       PERFORM 330-REMOVE-ENROLLMENT.
       PERFORM 340-BLANK-HELD-CARD.
       PERFORM 345-MASK-RECORD.
       REWRITE VM-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
               ADD 1 TO WS-REFUSED-CTR
               MOVE 'R' TO ERW-RESULT
               MOVE 'MEMBER MASTER REWRITE FAILED' TO ERW-REASON
           NOT INVALID KEY
               ADD 1 TO WS-ERASED-CTR
               MOVE 'E' TO ERW-RESULT
               PERFORM 350-AUDIT-ERASURE
       END-REWRITE.
      ******************************************************************
      *310-REMOVE-CARD takes the token on VM-CC out of the vault, and
      *with it the velocity cross reference holding the real card
      *number against this member.
      ******************************************************************
       310-REMOVE-CARD.
       IF VM-CC (1:1) = 'T'
           MOVE VM-CC TO VAULT-TOKEN-KEY
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VAULT-CARD-NUMBER TO VCM-CARD
                   MOVE WS-ERASE-ID       TO VCM-VM-ID
                   DELETE VCM-FILE RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO ERW-VCM-CTR
                   END-DELETE
                   DELETE VAULT-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO ERW-VAULT-CTR
                   END-DELETE
           END-READ
       END-IF.
      ******************************************************************
       320-REMOVE-RETRIES.
       MOVE 'N'        TO WS-SCAN-DONE.
       MOVE ERQ-VM-ID  TO RTY-VM-ID.
       MOVE ZERO       TO RTY-VML-ID.
       START RETRY-FILE KEY NOT LESS THAN RTY-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ RETRY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF RTY-VM-ID NOT = ERQ-VM-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       DELETE RETRY-FILE RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-CTR
                           NOT INVALID KEY
                               ADD 1 TO ERW-RTY-CTR
                       END-DELETE
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       330-REMOVE-ENROLLMENT.
       MOVE ERQ-VM-ID TO SEN-VM-ID.
       DELETE SEN-FILE RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO ERW-SEN-CTR
       END-DELETE.
      ******************************************************************
      *340-BLANK-HELD-CARD takes the vault token off the member's
      *closed held-sale rows. The rows stay as the record of what the
      *reviewer decided.
      ******************************************************************
       340-BLANK-HELD-CARD.
       MOVE 'N'         TO WS-SCAN-DONE.
       MOVE WS-ERASE-ID TO HLD-VM-ID.
       MOVE ZERO        TO HLD-VML-ID.
       START HLD-FILE KEY NOT LESS THAN HLD-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ HLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF HLD-VM-ID NOT = WS-ERASE-ID
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       IF HLD-CARD NOT = SPACES
                           MOVE SPACES TO HLD-CARD
                           REWRITE HLD-REC
                               INVALID KEY
                                   ADD 1 TO WS-ERROR-CTR
                               NOT INVALID KEY
                                   ADD 1 TO ERW-HLD-CTR
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       345-MASK-RECORD.
       MOVE WS-ERASED-LNAME TO VM-LNAME.
       MOVE WS-ERASED-FNAME TO VM-FNAME.
       MOVE SPACES          TO VM-ADDRESS.
       MOVE SPACES          TO VM-PHONE.
       MOVE SPACES          TO VM-EMAIL.
       MOVE SPACES          TO VM-CC.
       MOVE 'I'             TO VM-STATUS.
      ******************************************************************
       350-AUDIT-ERASURE.
       IF ERQ-OPERATOR = SPACES
           MOVE 'BATCH'      TO WS-AUD-OPERATOR
       ELSE
           MOVE ERQ-OPERATOR TO WS-AUD-OPERATOR
       END-IF.
       MOVE WS-ERASE-ID TO WS-AUD-MEMBER-ID.
       MOVE 'ERASED'   TO WS-AUD-RESULT.
       MOVE ERQ-REQ-ID TO WS-AUD-DETAIL.
       CALL 'G3-LINK-AUDIT' USING WS-AUD-OPERATOR
                                  WS-ERASE-PROG
                                  WS-AUD-MEMBER-ID
                                  WS-AUD-RESULT
                                  WS-AUD-DETAIL
       END-CALL.
      ******************************************************************
      *360-ERASE-MERGED reads the member master through for the ids
      *merged into the member. Their titles, retry rows, enrollment
      *and bookmarks moved to the member at the merge; what stayed
      *behind is the card token, with its vault entry and velocity
      *row, and the card on closed held sales. Each such id is
      *masked like the member and gets its own audit record. One
      *masked by an earlier, interrupted run is passed over.
      ******************************************************************
       360-ERASE-MERGED.
       MOVE 'N'  TO WS-EOF-VM.
       MOVE ZERO TO VM-ID.
       START VM-FILE KEY NOT LESS THAN VM-ID-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-VM
       END-START.
       PERFORM UNTIL WS-EOF-VM = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VM
               NOT AT END
                   IF VM-MERGED-TO NUMERIC
                      AND VM-MERGED-TO = ERQ-VM-ID
                      AND NOT (VM-LNAME = WS-ERASED-LNAME
                               AND VM-FNAME = WS-ERASED-FNAME
                               AND VM-CC = SPACES)
                       PERFORM 365-ERASE-ONE-MERGED
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       365-ERASE-ONE-MERGED.
       MOVE VM-ID TO WS-ERASE-ID.
       PERFORM 310-REMOVE-CARD.
       PERFORM 340-BLANK-HELD-CARD.
       PERFORM 345-MASK-RECORD.
       REWRITE VM-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
           NOT INVALID KEY
               ADD 1 TO ERW-MRG-CTR
               PERFORM 350-AUDIT-ERASURE
       END-REWRITE.
      ******************************************************************
      *500-SWEEP-BOOKMARKS passes the bookmark file once for the whole
      *run. It is keyed operator first, so a member's bookmarks can
      *only be found by reading it through.
      ******************************************************************
       500-SWEEP-BOOKMARKS.
       PERFORM UNTIL WS-EOF-BMK = 'Y'
           READ BMK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-BMK
               NOT AT END
                   ADD 1 TO WS-BMK-READ-CTR
                   PERFORM 510-CHECK-BOOKMARK
           END-READ
       END-PERFORM.
      ******************************************************************
       510-CHECK-BOOKMARK.
       MOVE BMK-VM-ID TO ERW-VM-ID.
       READ ERW-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF ERW-ERASED OR ERW-ERASED-BEFORE
                   DELETE BMK-FILE RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-BMK-DEL-CTR
                           ADD 1 TO ERW-BMK-CTR
                           REWRITE ERW-REC
                               INVALID KEY
                                   ADD 1 TO WS-ERROR-CTR
                           END-REWRITE
                   END-DELETE
               END-IF
       END-READ.
      ******************************************************************
       700-PRINT-CERTIFICATE.
       MOVE ERW-VM-ID    TO WS-CH-MEMBER.
       MOVE ERW-REQ-ID   TO WS-CH-REQ-ID.
       MOVE ERW-REQ-DATE TO WS-CH-REQ-DATE.
       EVALUATE TRUE
           WHEN ERW-ERASED
               MOVE 'ERASURE CERTIFICATE'   TO WS-CH-TITLE
           WHEN ERW-ERASED-BEFORE
               MOVE 'ERASED IN EARLIER RUN' TO WS-CH-TITLE
           WHEN OTHER
               MOVE 'ERASURE REFUSED'       TO WS-CH-TITLE
       END-EVALUATE.
       WRITE ERC-LINE FROM WS-CERT-HDR.
       IF ERW-REFUSED
           MOVE SPACES TO WS-CT-TEXT
           STRING 'REASON: '  DELIMITED BY SIZE
                  ERW-REASON  DELIMITED BY SIZE
                  INTO WS-CT-TEXT
           END-STRING
           WRITE ERC-LINE FROM WS-CERT-TEXT
       ELSE
           MOVE 'NAME, ADDRESS, PHONE, E-MAIL AND CARD TOKEN MASKED ON
      -        ' THE MEMBER MASTER' TO WS-CT-TEXT
           WRITE ERC-LINE FROM WS-CERT-TEXT
           MOVE 'CARD VAULT ENTRIES REMOVED.........' TO WS-CC-LABEL
           MOVE ERW-VAULT-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'CARD VELOCITY ROWS REMOVED.........' TO WS-CC-LABEL
           MOVE ERW-VCM-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'RETRY QUEUE ROWS REMOVED...........' TO WS-CC-LABEL
           MOVE ERW-RTY-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'SUBSCRIPTION ENROLLMENT REMOVED....' TO WS-CC-LABEL
           MOVE ERW-SEN-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'BOOKMARKS REMOVED..................' TO WS-CC-LABEL
           MOVE ERW-BMK-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'HELD-SALE CARD TOKENS BLANKED......' TO WS-CC-LABEL
           MOVE ERW-HLD-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'MERGED MEMBER IDS MASKED...........' TO WS-CC-LABEL
           MOVE ERW-MRG-CTR TO WS-CC-VALUE
           WRITE ERC-LINE FROM WS-CERT-CTR
           MOVE 'PURCHASE, ARCHIVE AND CARD LEDGER ROWS KEPT UNDER THE
      -        ' MASKED MEMBER' TO WS-CT-TEXT
           WRITE ERC-LINE FROM WS-CERT-TEXT
       END-IF.
       WRITE ERC-LINE FROM WS-BLANK-LINE.
      ******************************************************************
       900-FOOTER.
       MOVE 'ERASURE REQUESTS READ..............' TO WS-CTR-LABEL.
       MOVE WS-ERQ-READ-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'MEMBERS ERASED THIS RUN............' TO WS-CTR-LABEL.
       MOVE WS-ERASED-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'ERASED IN AN EARLIER RUN...........' TO WS-CTR-LABEL.
       MOVE WS-BEFORE-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'REQUESTS REFUSED...................' TO WS-CTR-LABEL.
       MOVE WS-REFUSED-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'BOOKMARK RECORDS READ..............' TO WS-CTR-LABEL.
       MOVE WS-BMK-READ-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'BOOKMARKS REMOVED..................' TO WS-CTR-LABEL.
       MOVE WS-BMK-DEL-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
       MOVE 'DELETE AND REWRITE ERRORS..........' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE ERC-LINE FROM WS-CTR-LINE.
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
