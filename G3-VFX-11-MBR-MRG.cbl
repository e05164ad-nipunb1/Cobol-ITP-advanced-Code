      ******************************************************************
      *PROGRAM:  Vuflix MEMBER MERGE PAGE
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Online merge of a duplicate member id into the
      *          member's real account. The admin keys the surviving
      *          and the retiring id, checks both members side by
      *          side and commits. The retiring member's titles,
      *          archived purchases, bookmarks, retry rows,
      *          subscription and store credit move to the survivor;
      *          a title owned under both ids stays on the retiring
      *          id and is flagged on MRF-FILE for refund. The
      *          retiring member is then set inactive with a pointer
      *          to the survivor. Card ledger, disputes and wallet
      *          history stay under the retiring id, where they were
      *          posted; each title or archive row moved carries that
      *          id with it so its charge can still be found. Every
      *          record moved is written to the audit master. Admin
      *          authority only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-11-MBR-MRG IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VTP-ARCH.
       COPY SELECT-BMK.
       COPY SELECT-CC-RETRY.
       COPY SELECT-SUB-ENR.
       COPY SELECT-DISPUTE.
       COPY SELECT-HELD.
       COPY SELECT-MERGE-FLAG.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VFX-PUR.
       COPY FD-VTP-ARCH.
       COPY FD-BMK.
       COPY FD-CC-RETRY.
       COPY FD-SUB-ENR.
       COPY FD-DISPUTE.
       COPY FD-HELD.
       COPY FD-MERGE-FLAG.

       WORKING-STORAGE SECTION.
       COPY WS-MBR-MRG.

       SCREEN SECTION.
       COPY SCREEN-VFX-11-MBR-MRG.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8) TO WS-TODAY.
       MOVE 'G3-VFX-11-MBR-MRG' TO VFX-M-PROG.
       OPEN I-O    VM-FILE
                   VTP-FILE
                   VTA-FILE
                   BMK-FILE
                   RETRY-FILE
                   SEN-FILE
                   MRF-FILE.
       OPEN INPUT  DSP-FILE
                   HLD-FILE.
       PERFORM 050-SIGN-ON.
       IF NOT WS-SIGNON-APPROVED
        OR NOT WS-AUTH-CAN-MERGE
           DISPLAY 'SIGN-ON DENIED - ADMIN AUTHORITY REQUIRED'
           ACCEPT VFX-11-RESP
           MOVE 'Q' TO VFX-11-ACTION
       END-IF.
       MOVE SPACES TO VFX-2-MSG.
       PERFORM UNTIL VFX-11-ACT-QUIT
           MOVE SPACES TO VFX-11-ACTION
           DISPLAY MENUSCREEN
           ACCEPT MENUACT
           MOVE SPACES TO VFX-2-MSG
           EVALUATE TRUE
               WHEN VFX-11-ACT-MERGE
                   PERFORM 200-MERGE-MEMBERS
               WHEN VFX-11-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   MOVE 'ENTER M OR Q' TO VFX-2-MSG
           END-EVALUATE
       END-PERFORM.
       CLOSE   VM-FILE
               VTP-FILE
               VTA-FILE
               BMK-FILE
               RETRY-FILE
               SEN-FILE
               MRF-FILE
               DSP-FILE
               HLD-FILE.
       IF VFX-11-CHG-CTR > 0
           DISPLAY 'MEMBERS MERGED THIS SESSION: '
                   VFX-11-CHG-CTR
           ACCEPT VFX-11-RESP
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
      *200-MERGE-MEMBERS takes the two ids, shows both members and
      *commits the merge only on the admin's Y.
      ******************************************************************
       200-MERGE-MEMBERS.
       MOVE ZERO TO VFX-11-NEW-ID.
       MOVE ZERO TO VFX-11-OLD-ID.
       DISPLAY MRGIDSCREEN.
       ACCEPT MRGNEWID.
       ACCEPT MRGOLDID.
       PERFORM 210-CHECK-MEMBERS.
       IF VFX-2-MSG = SPACES
           MOVE SPACES TO VFX-11-CONF
           DISPLAY MRGCONFSCREEN
           ACCEPT MRGCONF
           IF VFX-11-CONF = 'Y' OR 'y'
               PERFORM 300-DO-MERGE
               MOVE SPACES TO VFX-11-RESP
               DISPLAY MRGDONESCREEN
               ACCEPT MRGDONE
           ELSE
               MOVE 'MERGE NOT COMMITTED' TO VFX-2-MSG
           END-IF
       END-IF.
      ******************************************************************
      *210-CHECK-MEMBERS refuses a merge the page cannot finish
      *cleanly: the same id twice, a survivor that is missing or
      *inactive, a retiring id that is missing or already merged, or
      *a retiring id with a chargeback dispute still open or a sale
      *still held for review.
      ******************************************************************
       210-CHECK-MEMBERS.
       MOVE SPACES TO VFX-2-MSG.
       IF VFX-11-NEW-ID = VFX-11-OLD-ID
        OR VFX-11-NEW-ID = ZERO
        OR VFX-11-OLD-ID = ZERO
           MOVE 'ENTER TWO DIFFERENT MEMBER IDS' TO VFX-2-MSG
       ELSE
           MOVE VFX-11-NEW-ID TO VM-ID-KEY
           READ VM-FILE
               INVALID KEY
                   MOVE 'SURVIVING MEMBER NOT ON FILE' TO VFX-2-MSG
               NOT INVALID KEY
                   IF VM-INACTIVE
                       MOVE 'SURVIVING MEMBER IS INACTIVE'
                           TO VFX-2-MSG
                   ELSE
                       MOVE VM-LNAME TO VFX-11-NEW-LNAME
                       MOVE VM-FNAME TO VFX-11-NEW-FNAME
                       MOVE VM-EMAIL TO VFX-11-NEW-EMAIL
                       MOVE VM-PHONE TO VFX-11-NEW-PHONE
                   END-IF
           END-READ
       END-IF.
       IF VFX-2-MSG = SPACES
           MOVE VFX-11-OLD-ID TO VM-ID-KEY
           READ VM-FILE
               INVALID KEY
                   MOVE 'RETIRING MEMBER NOT ON FILE' TO VFX-2-MSG
               NOT INVALID KEY
                   IF VM-MERGED-TO NUMERIC
                    AND VM-MERGED-TO > ZERO
                       MOVE 'RETIRING MEMBER ALREADY MERGED'
                           TO VFX-2-MSG
                   ELSE
                       MOVE VM-LNAME TO VFX-11-OLD-LNAME
                       MOVE VM-FNAME TO VFX-11-OLD-FNAME
                       MOVE VM-EMAIL TO VFX-11-OLD-EMAIL
                       MOVE VM-PHONE TO VFX-11-OLD-PHONE
                   END-IF
           END-READ
       END-IF.
       IF VFX-2-MSG = SPACES
           PERFORM 220-CHECK-DISPUTES
       END-IF.
       IF VFX-2-MSG = SPACES
           PERFORM 230-CHECK-HELD
       END-IF.
      ******************************************************************
      *220-CHECK-DISPUTES holds off a merge while a dispute on the
      *retiring id is flagged or sent - its title may yet be restored
      *under that id.
      ******************************************************************
       220-CHECK-DISPUTES.
       MOVE 'N'           TO VFX-11-SCAN-DONE.
       MOVE VFX-11-OLD-ID TO DSP-CC-ID.
       MOVE LOW-VALUES    TO DSP-TSTAMP.
       START DSP-FILE KEY NOT LESS THAN DSP-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-11-SCAN-DONE
       END-START.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           READ DSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-11-SCAN-DONE
               NOT AT END
                   IF DSP-CC-ID NOT = VFX-11-OLD-ID
                       MOVE 'Y' TO VFX-11-SCAN-DONE
                   ELSE
                       IF DSP-IS-FLAGGED OR DSP-IS-SENT
                           MOVE 'OPEN DISPUTE ON RETIRING ID'
                               TO VFX-2-MSG
                           MOVE 'Y' TO VFX-11-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *230-CHECK-HELD holds off a merge while a sale on the retiring
      *id is held for review - a release would charge it and write
      *the title under that id after the merge.
      ******************************************************************
       230-CHECK-HELD.
       MOVE 'N'           TO VFX-11-SCAN-DONE.
       MOVE VFX-11-OLD-ID TO HLD-VM-ID.
       MOVE ZERO          TO HLD-VML-ID.
       START HLD-FILE KEY NOT LESS THAN HLD-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-11-SCAN-DONE
       END-START.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           READ HLD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-11-SCAN-DONE
               NOT AT END
                   IF HLD-VM-ID NOT = VFX-11-OLD-ID
                       MOVE 'Y' TO VFX-11-SCAN-DONE
                   ELSE
                       IF HLD-IS-HELD
                           MOVE 'HELD SALE ON RETIRING ID'
                               TO VFX-2-MSG
                           MOVE 'Y' TO VFX-11-SCAN-DONE
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *300-DO-MERGE moves everything across before the retiring member
      *is closed, so a merge cut short can simply be run again.
      ******************************************************************
       300-DO-MERGE.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8) TO WS-TODAY.
       INITIALIZE VFX-11-COUNTS.
       MOVE SPACES TO VFX-11-SEN-RESULT.
       MOVE SPACES TO VFX-11-WLT-NOTE.
       PERFORM 310-MOVE-VTP.
       PERFORM 330-MOVE-VTA.
       PERFORM 340-MOVE-BMK.
       PERFORM 350-MOVE-RETRY.
       PERFORM 360-MOVE-SEN.
       PERFORM 370-MOVE-WALLET.
       PERFORM 380-RETIRE-MEMBER.
      ******************************************************************
      *310-MOVE-VTP walks the retiring member's titles. Each pass
      *starts again just past the last title handled, since rows
      *are deleted from under the scan as they move.
      ******************************************************************
       310-MOVE-VTP.
       MOVE 'N'  TO VFX-11-SCAN-DONE.
       MOVE ZERO TO VFX-11-NEXT-VML.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           MOVE VFX-11-OLD-ID   TO VTP-VM-ID-KEY
           MOVE VFX-11-NEXT-VML TO VTP-VML-ID-KEY
           START VTP-FILE KEY NOT LESS THAN VTP-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-11-SCAN-DONE
           END-START
           IF VFX-11-SCAN-DONE NOT = 'Y'
               READ VTP-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-11-SCAN-DONE
                   NOT AT END
                       IF VTP-VM-ID-KEY NOT = VFX-11-OLD-ID
                           MOVE 'Y' TO VFX-11-SCAN-DONE
                       ELSE
                           PERFORM 315-MOVE-ONE-VTP
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
      ******************************************************************
      *315-MOVE-ONE-VTP moves a title the survivor does not have, or
      *has only as a lapsed rental. A title the survivor owns or is
      *renting is left on the retiring id: a lapsed rental there is
      *just history, anything else was bought twice and is flagged
      *for refund.
      ******************************************************************
       315-MOVE-ONE-VTP.
       MOVE VTP-VML-ID-KEY TO VFX-11-CUR-VML.
       IF VFX-11-CUR-VML = 999999
           MOVE 'Y' TO VFX-11-SCAN-DONE
       ELSE
           COMPUTE VFX-11-NEXT-VML = VFX-11-CUR-VML + 1
       END-IF.
       MOVE 'N' TO VFX-11-OLD-EXPIRED.
       IF VTP-RENTAL-EXPIRED
          OR (VTP-RENTAL-ACTIVE
              AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12))
           MOVE 'Y' TO VFX-11-OLD-EXPIRED
       END-IF.
       MOVE VTP-PRICE TO VFX-11-OLD-PRICE.
       IF VTP-TAX NUMERIC
           MOVE VTP-TAX TO VFX-11-OLD-TAX
       ELSE
           MOVE ZERO    TO VFX-11-OLD-TAX
       END-IF.
       MOVE 'N' TO VFX-11-NEW-EXPIRED.
       MOVE VFX-11-NEW-ID TO VTP-VM-ID-KEY.
       READ VTP-FILE
           INVALID KEY
               MOVE 'N' TO VFX-11-NEW-FOUND
           NOT INVALID KEY
               MOVE 'Y' TO VFX-11-NEW-FOUND
               IF VTP-RENTAL-EXPIRED
                  OR (VTP-RENTAL-ACTIVE
                      AND VTP-RENT-EXPIRY < WS-TSTAMP (1:12))
                   MOVE 'Y' TO VFX-11-NEW-EXPIRED
               END-IF
       END-READ.
       EVALUATE TRUE
           WHEN VFX-11-NEW-FOUND = 'N'
               PERFORM 320-TRANSFER-VTP
           WHEN VFX-11-OLD-EXPIRED = 'Y'
               ADD 1 TO VFX-11-VTP-KEPT
           WHEN VFX-11-NEW-EXPIRED = 'Y'
               PERFORM 322-REPLACE-VTP
           WHEN OTHER
               PERFORM 325-FLAG-DUPLICATE
       END-EVALUATE.
      ******************************************************************
      *320-TRANSFER-VTP moves the title across. The id the sale was
      *charged under goes with it, so a refund of the title finds
      *its card charge under that id.
      ******************************************************************
       320-TRANSFER-VTP.
       MOVE VFX-11-OLD-ID  TO VTP-VM-ID-KEY.
       MOVE VFX-11-CUR-VML TO VTP-VML-ID-KEY.
       READ VTP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 327-KEEP-CHARGED-ID
               MOVE VFX-11-NEW-ID TO VTP-VM-ID-KEY
               WRITE VTP-REC
                   INVALID KEY
                       ADD 1 TO VFX-11-VTP-KEPT
                   NOT INVALID KEY
                       PERFORM 328-DELETE-OLD-VTP
               END-WRITE
       END-READ.
      ******************************************************************
      *322-REPLACE-VTP puts the retiring member's live title over the
      *survivor's lapsed rental of it, as the purchase page does when
      *a lapsed rental is bought again. The survivor's lapsed row is
      *archived first, alongside any earlier sale of the title.
      ******************************************************************
       322-REPLACE-VTP.
       MOVE VFX-11-NEW-ID  TO VTP-VM-ID-KEY.
       MOVE VFX-11-CUR-VML TO VTP-VML-ID-KEY.
       READ VTP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VTP-REC TO VTA-REC
               WRITE VTA-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
       END-READ.
       MOVE VFX-11-OLD-ID  TO VTP-VM-ID-KEY.
       MOVE VFX-11-CUR-VML TO VTP-VML-ID-KEY.
       READ VTP-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               PERFORM 327-KEEP-CHARGED-ID
               MOVE VFX-11-NEW-ID TO VTP-VM-ID-KEY
               REWRITE VTP-REC
                   INVALID KEY
                       ADD 1 TO VFX-11-VTP-KEPT
                   NOT INVALID KEY
                       PERFORM 328-DELETE-OLD-VTP
               END-REWRITE
       END-READ.
      ******************************************************************
      *325-FLAG-DUPLICATE flags a title bought under both ids. The
      *retiring id's purchase stays where it is so the purchase page
      *can refund it at the price that member paid.
      ******************************************************************
       325-FLAG-DUPLICATE.
       MOVE VFX-11-OLD-ID    TO MRF-OLD-VM-ID.
       MOVE VFX-11-CUR-VML   TO MRF-VML-ID.
       MOVE VFX-11-NEW-ID    TO MRF-NEW-VM-ID.
       MOVE WS-TODAY         TO MRF-FLAG-DATE.
       MOVE WS-OPERATOR-ID   TO MRF-OPERATOR.
       MOVE VFX-11-OLD-PRICE TO MRF-PRICE.
       MOVE VFX-11-OLD-TAX   TO MRF-TAX.
       WRITE MRF-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
       ADD 1 TO VFX-11-DUP-FLAGGED.
       MOVE 'MRG DUPTL'    TO WS-AUD-RESULT.
       MOVE VFX-11-CUR-VML TO WS-AUD-DETAIL.
       PERFORM 800-AUDIT-MERGE.
      ******************************************************************
      *327-KEEP-CHARGED-ID stamps a title with the id it was charged
      *under before it leaves that id. A title already moved by an
      *earlier merge keeps the id it was first charged under.
      ******************************************************************
       327-KEEP-CHARGED-ID.
       IF VTP-ORIG-VM-ID NOT NUMERIC
          OR VTP-ORIG-VM-ID = ZERO
           MOVE VFX-11-OLD-ID TO VTP-ORIG-VM-ID
       END-IF.
      ******************************************************************
       328-DELETE-OLD-VTP.
       MOVE VFX-11-OLD-ID TO VTP-VM-ID-KEY.
       DELETE VTP-FILE RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       ADD 1 TO VFX-11-VTP-MOVED.
       MOVE 'MRG VTP'      TO WS-AUD-RESULT.
       MOVE VFX-11-CUR-VML TO WS-AUD-DETAIL.
       PERFORM 800-AUDIT-MERGE.
      ******************************************************************
      *330-MOVE-VTA moves the archived purchases, every sale of a
      *title on its own row. An archive row the survivor already has
      *for the same title and sale date stays where it is. After each
      *row the scan restarts past the one just handled.
      ******************************************************************
       330-MOVE-VTA.
       MOVE 'N'           TO VFX-11-SCAN-DONE.
       MOVE VFX-11-OLD-ID TO VTA-VM-ID-KEY.
       MOVE ZERO          TO VTA-VML-ID-KEY.
       MOVE ZERO          TO VTA-PUR-DATE.
       START VTA-FILE KEY NOT LESS THAN VTA-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-11-SCAN-DONE
       END-START.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           READ VTA-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-11-SCAN-DONE
               NOT AT END
                   IF VTA-VM-ID-KEY NOT = VFX-11-OLD-ID
                       MOVE 'Y' TO VFX-11-SCAN-DONE
                   ELSE
                       MOVE VTA-KEY TO VFX-11-VTA-LAST
                       PERFORM 335-MOVE-ONE-VTA
                       MOVE VFX-11-VTA-LAST TO VTA-KEY
                       START VTA-FILE KEY GREATER THAN VTA-KEY
                           INVALID KEY
                               MOVE 'Y' TO VFX-11-SCAN-DONE
                       END-START
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       335-MOVE-ONE-VTA.
       MOVE VTA-VML-ID-KEY TO VFX-11-CUR-VML.
       IF VTA-ORIG-VM-ID NOT NUMERIC
          OR VTA-ORIG-VM-ID = ZERO
           MOVE VFX-11-OLD-ID TO VTA-ORIG-VM-ID
       END-IF.
       MOVE VFX-11-NEW-ID TO VTA-VM-ID-KEY.
       WRITE VTA-REC
           INVALID KEY
               ADD 1 TO VFX-11-VTA-KEPT
           NOT INVALID KEY
               MOVE VFX-11-OLD-ID TO VTA-VM-ID-KEY
               DELETE VTA-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO VFX-11-VTA-MOVED
               MOVE 'MRG VTA'      TO WS-AUD-RESULT
               MOVE VFX-11-CUR-VML TO WS-AUD-DETAIL
               PERFORM 800-AUDIT-MERGE
       END-WRITE.
      ******************************************************************
      *340-MOVE-BMK reads the whole bookmark file, since it is keyed
      *by operator first. After each move the scan restarts past the
      *bookmark just handled.
      ******************************************************************
       340-MOVE-BMK.
       MOVE 'N'        TO VFX-11-SCAN-DONE.
       MOVE LOW-VALUES TO BMK-KEY.
       START BMK-FILE KEY NOT LESS THAN BMK-KEY
           INVALID KEY
               MOVE 'Y' TO VFX-11-SCAN-DONE
       END-START.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           READ BMK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO VFX-11-SCAN-DONE
               NOT AT END
                   IF BMK-VM-ID = VFX-11-OLD-ID
                       MOVE BMK-KEY TO VFX-11-BMK-LAST
                       PERFORM 345-MOVE-ONE-BMK
                       MOVE VFX-11-BMK-LAST TO BMK-KEY
                       START BMK-FILE KEY GREATER THAN BMK-KEY
                           INVALID KEY
                               MOVE 'Y' TO VFX-11-SCAN-DONE
                       END-START
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
      *345-MOVE-ONE-BMK keeps the survivor's own bookmark where the
      *operator has one for both members.
      ******************************************************************
       345-MOVE-ONE-BMK.
       MOVE VFX-11-NEW-ID TO BMK-VM-ID.
       WRITE BMK-REC
           INVALID KEY
               CONTINUE
       END-WRITE.
       MOVE VFX-11-OLD-ID TO BMK-VM-ID.
       DELETE BMK-FILE RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       ADD 1 TO VFX-11-BMK-MOVED.
       MOVE 'MRG BMK'           TO WS-AUD-RESULT.
       MOVE VFX-11-BMK-LAST-OPR TO WS-AUD-DETAIL.
       PERFORM 800-AUDIT-MERGE.
      ******************************************************************
      *350-MOVE-RETRY moves the retry queue rows, pending or closed,
      *so the retry batch charges the survivor from here on.
      ******************************************************************
       350-MOVE-RETRY.
       MOVE 'N'  TO VFX-11-SCAN-DONE.
       MOVE ZERO TO VFX-11-NEXT-VML.
       PERFORM UNTIL VFX-11-SCAN-DONE = 'Y'
           MOVE VFX-11-OLD-ID   TO RTY-VM-ID
           MOVE VFX-11-NEXT-VML TO RTY-VML-ID
           START RETRY-FILE KEY NOT LESS THAN RTY-KEY
               INVALID KEY
                   MOVE 'Y' TO VFX-11-SCAN-DONE
           END-START
           IF VFX-11-SCAN-DONE NOT = 'Y'
               READ RETRY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO VFX-11-SCAN-DONE
                   NOT AT END
                       IF RTY-VM-ID NOT = VFX-11-OLD-ID
                           MOVE 'Y' TO VFX-11-SCAN-DONE
                       ELSE
                           PERFORM 355-MOVE-ONE-RETRY
                       END-IF
               END-READ
           END-IF
       END-PERFORM.
      ******************************************************************
       355-MOVE-ONE-RETRY.
       MOVE RTY-VML-ID TO VFX-11-CUR-VML.
       IF VFX-11-CUR-VML = 999999
           MOVE 'Y' TO VFX-11-SCAN-DONE
       ELSE
           COMPUTE VFX-11-NEXT-VML = VFX-11-CUR-VML + 1
       END-IF.
       MOVE VFX-11-NEW-ID TO RTY-VM-ID.
       WRITE RTY-REC
           INVALID KEY
               ADD 1 TO VFX-11-RTY-KEPT
           NOT INVALID KEY
               MOVE VFX-11-OLD-ID TO RTY-VM-ID
               DELETE RETRY-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               ADD 1 TO VFX-11-RTY-MOVED
               MOVE 'MRG RTY'      TO WS-AUD-RESULT
               MOVE VFX-11-CUR-VML TO WS-AUD-DETAIL
               PERFORM 800-AUDIT-MERGE
       END-WRITE.
      ******************************************************************
      *360-MOVE-SEN settles the one plan the survivor may carry. The
      *retiring member's plan moves if the survivor has none, or
      *replaces a cancelled one when it is still enrolled; if both
      *are enrolled the retiring member's plan is cancelled so the
      *member is not billed twice.
      ******************************************************************
       360-MOVE-SEN.
       MOVE 'N' TO VFX-11-OLD-ENROLLED.
       MOVE 'N' TO VFX-11-NEW-ENROLLED.
       MOVE VFX-11-OLD-ID TO SEN-VM-ID.
       READ SEN-FILE
           INVALID KEY
               MOVE 'NO PLAN ON RETIRING ID' TO VFX-11-SEN-RESULT
           NOT INVALID KEY
               IF SEN-ENROLLED
                   MOVE 'Y' TO VFX-11-OLD-ENROLLED
               END-IF
               MOVE VFX-11-NEW-ID TO SEN-VM-ID
               READ SEN-FILE
                   INVALID KEY
                       MOVE 'N' TO VFX-11-NEW-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO VFX-11-NEW-FOUND
                       IF SEN-ENROLLED
                           MOVE 'Y' TO VFX-11-NEW-ENROLLED
                       END-IF
               END-READ
               EVALUATE TRUE
                   WHEN VFX-11-NEW-FOUND = 'N'
                       PERFORM 365-TRANSFER-SEN
                   WHEN VFX-11-NEW-ENROLLED = 'N'
                    AND VFX-11-OLD-ENROLLED = 'Y'
                       PERFORM 366-REPLACE-SEN
                   WHEN VFX-11-OLD-ENROLLED = 'Y'
                       PERFORM 367-CANCEL-OLD-SEN
                   WHEN OTHER
                       MOVE 'SURVIVOR PLAN KEPT'
                           TO VFX-11-SEN-RESULT
               END-EVALUATE
       END-READ.
      ******************************************************************
       365-TRANSFER-SEN.
       MOVE VFX-11-OLD-ID TO SEN-VM-ID.
       READ SEN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VFX-11-NEW-ID TO SEN-VM-ID
               WRITE SEN-REC
                   INVALID KEY
                       MOVE 'PLAN NOT MOVED' TO VFX-11-SEN-RESULT
                   NOT INVALID KEY
                       PERFORM 368-DELETE-OLD-SEN
                       MOVE 'PLAN MOVED TO SURVIVOR'
                           TO VFX-11-SEN-RESULT
               END-WRITE
       END-READ.
      ******************************************************************
       366-REPLACE-SEN.
       MOVE VFX-11-OLD-ID TO SEN-VM-ID.
       READ SEN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VFX-11-NEW-ID TO SEN-VM-ID
               REWRITE SEN-REC
                   INVALID KEY
                       MOVE 'PLAN NOT MOVED' TO VFX-11-SEN-RESULT
                   NOT INVALID KEY
                       PERFORM 368-DELETE-OLD-SEN
                       MOVE 'PLAN REPLACED SURVIVOR CANCEL'
                           TO VFX-11-SEN-RESULT
               END-REWRITE
       END-READ.
      ******************************************************************
       367-CANCEL-OLD-SEN.
       MOVE VFX-11-OLD-ID TO SEN-VM-ID.
       READ SEN-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 'C'      TO SEN-STATE
               MOVE WS-TODAY TO SEN-CANCEL-DATE
               REWRITE SEN-REC
                   INVALID KEY
                       MOVE 'PLAN NOT CANCELLED'
                           TO VFX-11-SEN-RESULT
                   NOT INVALID KEY
                       MOVE 'RETIRING PLAN CANCELLED'
                           TO VFX-11-SEN-RESULT
                       MOVE 'MRG SENCN'  TO WS-AUD-RESULT
                       MOVE SEN-PLAN-ID  TO WS-AUD-DETAIL
                       PERFORM 800-AUDIT-MERGE
               END-REWRITE
       END-READ.
      ******************************************************************
       368-DELETE-OLD-SEN.
       MOVE VFX-11-OLD-ID TO SEN-VM-ID.
       DELETE SEN-FILE RECORD
           INVALID KEY
               CONTINUE
       END-DELETE.
       MOVE 'MRG SEN'   TO WS-AUD-RESULT.
       MOVE SEN-PLAN-ID TO WS-AUD-DETAIL.
       PERFORM 800-AUDIT-MERGE.
      ******************************************************************
      *370-MOVE-WALLET spends the retiring member's whole store credit
      *and credits it to the survivor, so each wallet ledger shows
      *its side of the move. A balance too large to move in one
      *posting is left for the service desk to move by hand; a
      *credit that fails puts the money back where it came from.
      ******************************************************************
       370-MOVE-WALLET.
       MOVE 'B'  TO VFX-11-WLT-FUNC.
       MOVE ZERO TO VFX-11-WLT-AMOUNT.
       CALL 'G3-LINK-WALLET' USING VFX-11-WLT-FUNC
                                   VFX-11-OLD-ID
                                   VFX-11-WLT-AMOUNT
                                   VFX-11-WLT-TAX
                                   VFX-11-WLT-PROMO
                                   VFX-11-WLT-DISC
                                   VFX-11-WLT-ITEM
                                   VFX-11-WLT-VML-ID
                                   VFX-11-WLT-SALE-DATE
                                   VFX-11-WLT-CARD-PART
                                   VFX-11-WLT-BAL
                                   WS-OPERATOR-ID
                                   VFX-11-WLT-APPR
                                   VFX-11-WLT-RESULT
       END-CALL.
       EVALUATE TRUE
           WHEN VFX-11-WLT-BAL = ZERO
               MOVE 'NO STORE CREDIT TO MOVE' TO VFX-11-WLT-NOTE
           WHEN VFX-11-WLT-BAL > 9999.99
               MOVE 'TOO LARGE - MOVE BY HAND' TO VFX-11-WLT-NOTE
               MOVE VFX-11-WLT-BAL TO VFX-11-AUD-AMT
               MOVE 'MRG WLTHD'    TO WS-AUD-RESULT
               MOVE VFX-11-AUD-AMT TO WS-AUD-DETAIL
               PERFORM 800-AUDIT-MERGE
           WHEN OTHER
               MOVE VFX-11-WLT-BAL TO VFX-11-WLT-AMOUNT
               PERFORM 375-TRANSFER-CREDIT
       END-EVALUATE.
      ******************************************************************
       375-TRANSFER-CREDIT.
       MOVE 'D' TO VFX-11-WLT-FUNC.
       CALL 'G3-LINK-WALLET' USING VFX-11-WLT-FUNC
                                   VFX-11-OLD-ID
                                   VFX-11-WLT-AMOUNT
                                   VFX-11-WLT-TAX
                                   VFX-11-WLT-PROMO
                                   VFX-11-WLT-DISC
                                   VFX-11-WLT-ITEM
                                   VFX-11-WLT-VML-ID
                                   VFX-11-WLT-SALE-DATE
                                   VFX-11-WLT-CARD-PART
                                   VFX-11-WLT-BAL
                                   WS-OPERATOR-ID
                                   VFX-11-WLT-APPR
                                   VFX-11-WLT-RESULT
       END-CALL.
       IF NOT VFX-11-WLT-APPLIED
           MOVE 'STORE CREDIT NOT MOVED' TO VFX-11-WLT-NOTE
       ELSE
           MOVE 'C' TO VFX-11-WLT-FUNC
           CALL 'G3-LINK-WALLET' USING VFX-11-WLT-FUNC
                                       VFX-11-NEW-ID
                                       VFX-11-WLT-AMOUNT
                                       VFX-11-WLT-TAX
                                       VFX-11-WLT-PROMO
                                       VFX-11-WLT-DISC
                                       VFX-11-WLT-ITEM
                                       VFX-11-WLT-VML-ID
                                       VFX-11-WLT-SALE-DATE
                                       VFX-11-WLT-CARD-PART
                                       VFX-11-WLT-BAL
                                       WS-OPERATOR-ID
                                       VFX-11-WLT-APPR
                                       VFX-11-WLT-RESULT
           END-CALL
           IF VFX-11-WLT-APPLIED
               MOVE VFX-11-WLT-AMOUNT TO VFX-11-WLT-MOVED
               MOVE 'STORE CREDIT MOVED' TO VFX-11-WLT-NOTE
               MOVE VFX-11-WLT-AMOUNT TO VFX-11-AUD-AMT
               MOVE 'MRG WLT'         TO WS-AUD-RESULT
               MOVE VFX-11-AUD-AMT    TO WS-AUD-DETAIL
               PERFORM 800-AUDIT-MERGE
           ELSE
               MOVE 'C' TO VFX-11-WLT-FUNC
               CALL 'G3-LINK-WALLET' USING VFX-11-WLT-FUNC
                                           VFX-11-OLD-ID
                                           VFX-11-WLT-AMOUNT
                                           VFX-11-WLT-TAX
                                           VFX-11-WLT-PROMO
                                           VFX-11-WLT-DISC
                                           VFX-11-WLT-ITEM
                                           VFX-11-WLT-VML-ID
                                           VFX-11-WLT-SALE-DATE
                                           VFX-11-WLT-CARD-PART
                                           VFX-11-WLT-BAL
                                           WS-OPERATOR-ID
                                           VFX-11-WLT-APPR
                                           VFX-11-WLT-RESULT
               END-CALL
               MOVE 'STORE CREDIT NOT MOVED' TO VFX-11-WLT-NOTE
           END-IF
       END-IF.
      ******************************************************************
      *380-RETIRE-MEMBER closes the retiring member and points it at
      *the survivor. Both members get an audit row naming the other.
      ******************************************************************
       380-RETIRE-MEMBER.
       MOVE VFX-11-OLD-ID TO VM-ID-KEY.
       READ VM-FILE
           INVALID KEY
               MOVE 'RETIRING MEMBER NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               MOVE 'I'           TO VM-STATUS
               MOVE VFX-11-NEW-ID TO VM-MERGED-TO
               REWRITE VM-REC
                   INVALID KEY
                       MOVE 'MEMBER REWRITE FAILED' TO VFX-2-MSG
                   NOT INVALID KEY
                       ADD 1 TO VFX-11-CHG-CTR
                       MOVE 'MERGED'      TO WS-AUD-RESULT
                       MOVE VFX-11-NEW-ID TO WS-AUD-DETAIL
                       PERFORM 800-AUDIT-MERGE
                       MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR
                       MOVE VFX-11-NEW-ID  TO WS-AUD-MEMBER-ID
                       MOVE 'MERGE IN'     TO WS-AUD-RESULT
                       MOVE VFX-11-OLD-ID  TO WS-AUD-DETAIL
                       PERFORM 810-WRITE-AUDIT
                       MOVE 'MEMBERS MERGED' TO VFX-2-MSG
               END-REWRITE
       END-READ.
      ******************************************************************
       800-AUDIT-MERGE.
       MOVE WS-OPERATOR-ID TO WS-AUD-OPERATOR.
       MOVE VFX-11-OLD-ID  TO WS-AUD-MEMBER-ID.
       PERFORM 810-WRITE-AUDIT.
      ******************************************************************
       810-WRITE-AUDIT.
       CALL 'G3-LINK-AUDIT' USING WS-AUD-OPERATOR
                                  VFX-M-PROG
                                  WS-AUD-MEMBER-ID
                                  WS-AUD-RESULT
                                  WS-AUD-DETAIL
       END-CALL.
