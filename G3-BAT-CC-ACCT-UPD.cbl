      ******************************************************************
      *PROGRAM:  Vuflix Monthly Card Account Updater
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Applies the acquirers' monthly account-updater file
      *          to the card vault. A new account number and expiry
      *          replace the old ones under the same vault token, so
      *          the token in VM-CC - and on every retry row and
      *          subscription charge behind it - keeps working with
      *          no member record touched. A new expiry is stored on
      *          its card, and a closed account is marked closed so
      *          subscription billing and the retry sweep stop
      *          charging it. Every item prints with what became of
      *          it: updated, closed, already applied by an earlier
      *          run, rejected, or unmatched because no vault entry
      *          carries the card. After the updates, every active
      *          member whose card on file expires next month - or
      *          whose account is now closed - is listed so the
      *          member can be asked for a new card. Rewrite failures
      *          end the run with RETURN-CODE 8; a rerun on the same
      *          file finds the work already done and changes nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-CC-ACCT-UPD IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-ACCT-UPD.
       COPY SELECT-ACCT-UPD-WRK.
       COPY SELECT-VAULT.
       COPY SELECT-VFX-MBR.
       COPY SELECT-ACCT-UPD-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-ACCT-UPD.
       COPY FD-ACCT-UPD-WRK.
       COPY FD-VAULT.
       COPY FD-VFX-MBR.
       COPY FD-ACCT-UPD-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-ACCT-UPD.
       COPY WS-VAULT.
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
       MOVE 'G3-BAT-CC-ACCT-UPD' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       PERFORM 050-NEXT-MONTH.
       OPEN I-O    VAULT-FILE.
       OPEN INPUT  AUP-FILE
                   VM-FILE.
       OPEN OUTPUT AUR-RPT.
       PERFORM 100-BUILD-CARD-INDEX.
       WRITE AUR-LINE FROM WS-HDR1.
       WRITE AUR-LINE FROM WS-BLANK-LINE.
       WRITE AUR-LINE FROM WS-HDR2.
       PERFORM UNTIL WS-EOF-AUP = 'Y'
           READ AUP-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AUP
               NOT AT END
                   ADD 1 TO WS-AUP-READ-CTR
                   PERFORM 200-APPLY-ITEM
           END-READ
       END-PERFORM.
       MOVE WS-NEXT-YM TO WS-H3-NEXT-YM.
       WRITE AUR-LINE FROM WS-BLANK-LINE.
       WRITE AUR-LINE FROM WS-HDR3.
       WRITE AUR-LINE FROM WS-BLANK-LINE.
       WRITE AUR-LINE FROM WS-HDR4.
       PERFORM UNTIL WS-EOF-VM = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VM
               NOT AT END
                   ADD 1 TO WS-VM-CTR
                   PERFORM 500-CHECK-MEMBER
           END-READ
       END-PERFORM.
       PERFORM 900-FOOTER.
       CLOSE   AUP-FILE
               AUW-FILE
               VAULT-FILE
               VM-FILE
               AUR-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-AUP-READ-CTR TO WS-RUN-READ.
       COMPUTE WS-RUN-WRITTEN = WS-REPLACED-CTR + WS-EXPIRY-CTR
                              + WS-CLOSED-CTR.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
       050-NEXT-MONTH.
       MOVE WS-CUR-TSTAMP (1:6) TO WS-NEXT-YM.
       IF WS-NEXT-MM = 12
           ADD 1 TO WS-NEXT-YYYY
           MOVE 1 TO WS-NEXT-MM
       ELSE
           ADD 1 TO WS-NEXT-MM
       END-IF.
      ******************************************************************
      *100-BUILD-CARD-INDEX lays every vault entry down on the work
      *file by real card number and token. One card can sit behind
      *more than one token - keyed again for the same member, or
      *carried by two members - and every one of them is updated.
      ******************************************************************
       100-BUILD-CARD-INDEX.
       OPEN OUTPUT AUW-FILE.
       PERFORM UNTIL WS-EOF-VAULT = 'Y'
           READ VAULT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VAULT
               NOT AT END
                   IF VAULT-CARD-NUMBER NOT = SPACES
                       ADD 1 TO WS-VAULT-CTR
                       MOVE VAULT-CARD-NUMBER TO AUW-CARD
                       MOVE VAULT-TOKEN-KEY   TO AUW-TOKEN
                       WRITE AUW-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROR-CTR
                       END-WRITE
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE AUW-FILE.
       OPEN INPUT AUW-FILE.
      ******************************************************************
      *200-APPLY-ITEM turns away an item the vault could not be
      *updated from, then walks every token carrying the old card.
      ******************************************************************
       200-APPLY-ITEM.
       MOVE SPACES TO WS-DTL-TOKEN.
       EVALUATE TRUE
           WHEN AUP-NEW-ACCOUNT
               MOVE 'NEWACC' TO WS-DTL-ACTION
           WHEN AUP-NEW-EXPIRY
               MOVE 'EXPIRY' TO WS-DTL-ACTION
           WHEN AUP-ACCT-CLOSED
               MOVE 'CLOSED' TO WS-DTL-ACTION
           WHEN OTHER
               MOVE AUP-ACTION TO WS-DTL-ACTION
       END-EVALUATE.
       MOVE SPACES TO WS-DTL-OLD-CARD.
       IF AUP-OLD-CARD NOT = SPACES
           MOVE '****'            TO WS-DTL-OLD-CARD (1:4)
           MOVE AUP-OLD-CARD (13:4) TO WS-DTL-OLD-CARD (5:4)
       END-IF.
       MOVE SPACES TO WS-DTL-NEW-CARD.
       IF AUP-NEW-ACCOUNT AND AUP-NEW-CARD NOT = SPACES
           MOVE '****'            TO WS-DTL-NEW-CARD (1:4)
           MOVE AUP-NEW-CARD (13:4) TO WS-DTL-NEW-CARD (5:4)
       END-IF.
       MOVE SPACES TO WS-DTL-EXPIRY.
       IF AUP-NEW-ACCOUNT OR AUP-NEW-EXPIRY
           MOVE AUP-NEW-EXP-X TO WS-DTL-EXPIRY
       END-IF.
       EVALUATE TRUE
           WHEN NOT (AUP-NEW-ACCOUNT OR AUP-NEW-EXPIRY
                     OR AUP-ACCT-CLOSED)
               MOVE 'REJECTED-BAD ACTION' TO WS-DTL-RESULT
               PERFORM 280-REJECT-ITEM
           WHEN AUP-OLD-CARD = SPACES
               MOVE 'REJECTED-NO CARD' TO WS-DTL-RESULT
               PERFORM 280-REJECT-ITEM
           WHEN AUP-NEW-ACCOUNT AND AUP-NEW-CARD = SPACES
               MOVE 'REJECTED-NO CARD' TO WS-DTL-RESULT
               PERFORM 280-REJECT-ITEM
           WHEN AUP-ACCT-CLOSED
               PERFORM 210-MATCH-VAULT
           WHEN AUP-NEW-EXP-YM NOT NUMERIC
               MOVE 'REJECTED-BAD EXPIRY' TO WS-DTL-RESULT
               PERFORM 280-REJECT-ITEM
           WHEN AUP-NEW-EXP-MM < 1 OR AUP-NEW-EXP-MM > 12
               MOVE 'REJECTED-BAD EXPIRY' TO WS-DTL-RESULT
               PERFORM 280-REJECT-ITEM
           WHEN OTHER
               PERFORM 210-MATCH-VAULT
       END-EVALUATE.
      ******************************************************************
       210-MATCH-VAULT.
       MOVE ZERO         TO WS-MATCH-CTR.
       MOVE 'N'          TO WS-SCAN-DONE.
       MOVE AUP-OLD-CARD TO AUW-CARD.
       MOVE LOW-VALUES   TO AUW-TOKEN.
       START AUW-FILE KEY NOT LESS THAN AUW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-SCAN-DONE
       END-START.
       PERFORM UNTIL WS-SCAN-DONE = 'Y'
           READ AUW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE
               NOT AT END
                   IF AUW-CARD NOT = AUP-OLD-CARD
                       MOVE 'Y' TO WS-SCAN-DONE
                   ELSE
                       ADD 1 TO WS-MATCH-CTR
                       PERFORM 220-UPDATE-TOKEN
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-MATCH-CTR = 0
           PERFORM 230-NO-MATCH
       END-IF.
      ******************************************************************
      *220-UPDATE-TOKEN applies the item to one vault entry. An entry
      *that already carries what the item asks for is left alone and
      *reported as already applied, which is what a rerun finds.
      ******************************************************************
       220-UPDATE-TOKEN.
       MOVE AUW-TOKEN TO WS-DTL-TOKEN.
       MOVE AUW-TOKEN TO VAULT-TOKEN-KEY.
       READ VAULT-FILE
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
               MOVE 'VAULT READ FAILED' TO WS-DTL-RESULT
           NOT INVALID KEY
               PERFORM 225-APPLY-TO-VAULT
       END-READ.
       WRITE AUR-LINE FROM WS-DTL-LINE.
      ******************************************************************
       225-APPLY-TO-VAULT.
       MOVE ZERO TO WS-CARD-EXP-YM.
       IF VAULT-EXP-YM NUMERIC
           MOVE VAULT-EXP-YM TO WS-CARD-EXP-YM
       END-IF.
       EVALUATE TRUE
           WHEN AUP-ACCT-CLOSED AND VAULT-CARD-CLOSED
               ADD 1 TO WS-NOCHG-CTR
               MOVE 'ALREADY CLOSED' TO WS-DTL-RESULT
           WHEN AUP-NEW-EXPIRY AND WS-CARD-EXP-YM = AUP-NEW-EXP-YM
               ADD 1 TO WS-NOCHG-CTR
               MOVE 'ALREADY APPLIED' TO WS-DTL-RESULT
           WHEN AUP-ACCT-CLOSED
               MOVE 'C' TO VAULT-CARD-STATE
               PERFORM 240-REWRITE-VAULT
               IF WS-REWRITE-OK = 'Y'
                   ADD 1 TO WS-CLOSED-CTR
                   MOVE 'ACCOUNT CLOSED' TO WS-DTL-RESULT
               END-IF
           WHEN AUP-NEW-ACCOUNT
               MOVE AUP-NEW-CARD   TO VAULT-CARD-NUMBER
               MOVE AUP-NEW-EXP-YM TO VAULT-EXP-YM
               MOVE 'A'            TO VAULT-CARD-STATE
               PERFORM 240-REWRITE-VAULT
               IF WS-REWRITE-OK = 'Y'
                   ADD 1 TO WS-REPLACED-CTR
                   MOVE 'CARD REPLACED' TO WS-DTL-RESULT
               END-IF
           WHEN OTHER
               MOVE AUP-NEW-EXP-YM TO VAULT-EXP-YM
               PERFORM 240-REWRITE-VAULT
               IF WS-REWRITE-OK = 'Y'
                   ADD 1 TO WS-EXPIRY-CTR
                   MOVE 'EXPIRY UPDATED' TO WS-DTL-RESULT
               END-IF
       END-EVALUATE.
      ******************************************************************
      *230-NO-MATCH tells a new account number applied by an earlier
      *run - the vault already carries it - from a card the vault has
      *never held.
      ******************************************************************
       230-NO-MATCH.
       MOVE 'NO MATCH' TO WS-DTL-RESULT.
       IF AUP-NEW-ACCOUNT
           MOVE AUP-NEW-CARD TO AUW-CARD
           MOVE LOW-VALUES   TO AUW-TOKEN
           START AUW-FILE KEY NOT LESS THAN AUW-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ AUW-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUW-CARD = AUP-NEW-CARD
                               MOVE 'ALREADY APPLIED'
                                   TO WS-DTL-RESULT
                           END-IF
                   END-READ
           END-START
       END-IF.
       IF WS-DTL-RESULT = 'ALREADY APPLIED'
           ADD 1 TO WS-NOCHG-CTR
       ELSE
           ADD 1 TO WS-UNMATCHED-CTR
       END-IF.
       WRITE AUR-LINE FROM WS-DTL-LINE.
      ******************************************************************
       240-REWRITE-VAULT.
       MOVE 'Y' TO WS-REWRITE-OK.
       REWRITE VAULT-REC
           INVALID KEY
               MOVE 'N' TO WS-REWRITE-OK
               ADD 1 TO WS-ERROR-CTR
               MOVE 'REWRITE FAILED' TO WS-DTL-RESULT
       END-REWRITE.
      ******************************************************************
       280-REJECT-ITEM.
       ADD 1 TO WS-REJECT-CTR.
       WRITE AUR-LINE FROM WS-DTL-LINE.
      ******************************************************************
      *500-CHECK-MEMBER lists an active member with no card that will
      *still be good next month: the card on file expires then and
      *this month's file brought no replacement, or the acquirer has
      *closed the account.
      ******************************************************************
       500-CHECK-MEMBER.
       IF VM-ACTIVE AND VM-CC (1:1) = 'T'
           MOVE VM-CC TO VAULT-TOKEN-KEY
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO WS-CARD-EXP-YM
                   IF VAULT-EXP-YM NUMERIC
                       MOVE VAULT-EXP-YM TO WS-CARD-EXP-YM
                   END-IF
                   EVALUATE TRUE
                       WHEN VAULT-CARD-CLOSED
                           ADD 1 TO WS-CLOSED-MBR-CTR
                           MOVE 'ACCOUNT CLOSED' TO WS-MBR-REASON
                           PERFORM 510-PRINT-MEMBER
                       WHEN WS-CARD-EXP-YM = WS-NEXT-YM
                           ADD 1 TO WS-EXPIRING-CTR
                           MOVE 'EXPIRES NEXT MONTH' TO WS-MBR-REASON
                           PERFORM 510-PRINT-MEMBER
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       END-IF.
      ******************************************************************
       510-PRINT-MEMBER.
       MOVE VM-ID TO WS-MBR-ID.
       MOVE SPACES TO WS-MBR-NAME.
       STRING VM-FNAME DELIMITED BY '  '
              ' '      DELIMITED BY SIZE
              VM-LNAME DELIMITED BY '  '
              INTO WS-MBR-NAME
       END-STRING.
       MOVE '****'      TO WS-MBR-CARD (1:4).
       MOVE VM-CC (13:4) TO WS-MBR-CARD (5:4).
       MOVE SPACES TO WS-MBR-EXPIRY.
       IF WS-CARD-EXP-YM > 0
           MOVE WS-CARD-EXP-YM TO WS-MBR-EXPIRY
       END-IF.
       WRITE AUR-LINE FROM WS-MBR-LINE.
      ******************************************************************
       900-FOOTER.
       WRITE AUR-LINE FROM WS-BLANK-LINE.
       MOVE 'VAULT CARDS ON FILE................' TO WS-CTR-LABEL.
       MOVE WS-VAULT-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'UPDATER ITEMS READ.................' TO WS-CTR-LABEL.
       MOVE WS-AUP-READ-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'CARDS REPLACED.....................' TO WS-CTR-LABEL.
       MOVE WS-REPLACED-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'EXPIRIES UPDATED...................' TO WS-CTR-LABEL.
       MOVE WS-EXPIRY-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'ACCOUNTS CLOSED....................' TO WS-CTR-LABEL.
       MOVE WS-CLOSED-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'ALREADY APPLIED (NO CHANGE)........' TO WS-CTR-LABEL.
       MOVE WS-NOCHG-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'UNMATCHED ITEMS....................' TO WS-CTR-LABEL.
       MOVE WS-UNMATCHED-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'REJECTED ITEMS.....................' TO WS-CTR-LABEL.
       MOVE WS-REJECT-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'MEMBER RECORDS READ................' TO WS-CTR-LABEL.
       MOVE WS-VM-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'CARDS EXPIRING NEXT MONTH..........' TO WS-CTR-LABEL.
       MOVE WS-EXPIRING-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'MEMBERS ON A CLOSED ACCOUNT........' TO WS-CTR-LABEL.
       MOVE WS-CLOSED-MBR-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
       MOVE 'VAULT AND WORK FILE ERRORS.........' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE AUR-LINE FROM WS-CTR-LINE.
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
