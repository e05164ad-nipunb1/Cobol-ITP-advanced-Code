      *          records. Validates VM-ZIP against ZIP-MST-OUT at
      *          entry time and writes every change to the audit
      *          master so compliance can see who changed what.
      *          The card's expiry is keyed with the card and kept
      *          on its vault entry for the monthly account updater.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-5-MBR-MNT IS INITIAL.
           INVALID KEY
               MOVE SPACES TO VFX-5-ENTRY
               MOVE ZERO   TO VFX-5-E-ZIP
               MOVE ZERO   TO VFX-5-E-CC-EXP
               MOVE ZERO   TO VFX-5-OLD-CC-EXP
               PERFORM 250-ENTER-FIELDS
               IF VFX-5-CONF = 'Y' OR 'y'
                   PERFORM 260-WRITE-MEMBER
      *250-ENTER-FIELDS never paints the stored card number: the
      *CARD ON FILE line shows last-four only, and a replacement card
      *is keyed into the separate NEW CARD field, which stays blank
      *to keep the card already on file. The expiry field belongs to
      *whichever card will be on file when the change commits.
      ******************************************************************
       250-ENTER-FIELDS.
       MOVE SPACES TO VFX-5-CONF.
       MOVE 'N'    TO VFX-5-ZIP-OK.
       MOVE 'N'    TO VFX-5-EXP-OK.
       MOVE SPACES TO VFX-5-E-NEW-CC.
       PERFORM 245-BUILD-CC-DISP.
       PERFORM UNTIL (VFX-5-ZIP-OK = 'Y' AND VFX-5-EXP-OK = 'Y')
                  OR VFX-5-CONF = 'N' OR 'n'
           DISPLAY MNTENTRYSCREEN
           ACCEPT MNTLNAME
           ACCEPT MNTFNAME
           ACCEPT MNTPHONE
           ACCEPT MNTEMAIL
           ACCEPT MNTNEWCC
           ACCEPT MNTCCEXP
           PERFORM 255-CHECK-ZIP
           PERFORM 257-CHECK-EXPIRY
           IF VFX-5-ZIP-OK = 'Y' AND VFX-5-EXP-OK = 'Y'
               DISPLAY MNTZIPSCREEN
               DISPLAY MNTCONFSCREEN
               ACCEPT MNTCONF
           ELSE
               IF VFX-5-ZIP-OK = 'Y'
                   MOVE 'CARD EXPIRY BAD-REENTER YYYYMM' TO VFX-2-MSG
               ELSE
                   MOVE 'ZIP NOT ON FILE-REENTER' TO VFX-2-MSG
               END-IF
               DISPLAY MNTCONFSCREEN
               ACCEPT MNTCONF
           END-IF
           MOVE '************'    TO VFX-5-CC-DISP
           MOVE VFX-5-E-CC (13:4) TO VFX-5-CC-DISP (13:4)
       END-IF.
      ******************************************************************
      *247-LOAD-CC-EXP brings the expiry of the card on file off its
      *vault entry so the operator sees it and can correct it. A card
      *closed by the account updater is called out so the operator
      *asks the member for a new one.
      ******************************************************************
       247-LOAD-CC-EXP.
       MOVE ZERO TO VFX-5-E-CC-EXP.
       IF VFX-5-E-CC (1:1) = 'T'
           MOVE VFX-5-E-CC TO VAULT-TOKEN-KEY
           READ VAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VAULT-EXP-YM NUMERIC
                       MOVE VAULT-EXP-YM TO VFX-5-E-CC-EXP
                   END-IF
                   IF VAULT-CARD-CLOSED
                       MOVE 'CARD ON FILE CLOSED-KEY NEW'
                           TO VFX-2-MSG
                   END-IF
           END-READ
       END-IF.
       MOVE VFX-5-E-CC-EXP TO VFX-5-OLD-CC-EXP.
      ******************************************************************
       255-CHECK-ZIP.
       MOVE VFX-5-E-ZIP TO ZIP-KEY.
               MOVE ZIP-CITYO  TO VFX-5-ZIP-CITY
               MOVE ZIP-STATEO TO VFX-5-ZIP-STATE
       END-READ.
      ******************************************************************
      *257-CHECK-EXPIRY wants a real month no earlier than this one
      *for a new card or a changed expiry. A member with no card needs
      *no expiry, and a card kept with its expiry untouched passes as
      *it stands - including an older card never given one.
      ******************************************************************
       257-CHECK-EXPIRY.
       MOVE 'Y' TO VFX-5-EXP-OK.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       EVALUATE TRUE
           WHEN VFX-5-E-NEW-CC = SPACES AND VFX-5-E-CC = SPACES
               MOVE ZERO TO VFX-5-E-CC-EXP
           WHEN VFX-5-E-NEW-CC = SPACES
            AND VFX-5-E-CC-EXP = VFX-5-OLD-CC-EXP
               CONTINUE
           WHEN VFX-5-E-EXP-MM < 1 OR VFX-5-E-EXP-MM > 12
               MOVE 'N' TO VFX-5-EXP-OK
           WHEN VFX-5-E-CC-EXP-X < WS-TSTAMP (1:6)
               MOVE 'N' TO VFX-5-EXP-OK
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
      ******************************************************************
       260-WRITE-MEMBER.
       IF VFX-5-E-NEW-CC NOT = SPACES
           MOVE VFX-5-E-EMAIL   TO VM-EMAIL
           MOVE VFX-5-E-CC      TO VM-CC
           MOVE 'A'             TO VM-STATUS
           MOVE ZERO            TO VM-MERGED-TO
           WRITE VM-REC
               INVALID KEY
                   MOVE 'MEMBER ALREADY ON FILE' TO VFX-2-MSG
               MOVE VM-PHONE   TO VFX-5-E-PHONE
               MOVE VM-EMAIL   TO VFX-5-E-EMAIL
               MOVE VM-CC      TO VFX-5-E-CC
               PERFORM 247-LOAD-CC-EXP
               PERFORM 250-ENTER-FIELDS
               IF VFX-5-CONF = 'Y' OR 'y'
                   PERFORM 350-REWRITE-MEMBER
      *operator for a vault token before it ever reaches VM-CC, so
      *the member master never carries a card number in the clear.
      *A value already tokenized (leading 'T') or blank passes
      *through untouched, except that a kept card whose expiry was
      *changed has its vault entry brought up to date. The token ends
      *with the card's last four so screens can show last-four
      *without the vault. When the vault write fails the token switch
      *is left off and the caller refuses to commit the member, so a
      *clear-text number can never reach VM-FILE.
      ******************************************************************
       450-TOKENIZE-CARD.
       MOVE 'Y' TO VFX-5-TOKEN-OK.
       EVALUATE TRUE
           WHEN VFX-5-E-CC = SPACES
               CONTINUE
           WHEN VFX-5-E-CC (1:1) = 'T'
               IF VFX-5-E-CC-EXP NOT = VFX-5-OLD-CC-EXP
                   PERFORM 455-UPDATE-EXPIRY
               END-IF
           WHEN OTHER
               MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP
               MOVE 'T'                TO VAULT-TOKEN-KEY (1:1)
               MOVE WS-TSTAMP (6:11)   TO VAULT-TOKEN-KEY (2:11)
               MOVE VFX-5-E-CC (13:4)  TO VAULT-TOKEN-KEY (13:4)
               MOVE VFX-5-E-CC         TO VAULT-CARD-NUMBER
               MOVE VFX-5-E-CC-EXP     TO VAULT-EXP-YM
               MOVE 'A'                TO VAULT-CARD-STATE
               WRITE VAULT-REC
                   INVALID KEY
                       MOVE 'N' TO VFX-5-TOKEN-OK
                       MOVE 'CARD NOT SAVED-CHANGE REFUSED'
                           TO VFX-2-MSG
                   NOT INVALID KEY
                       MOVE VAULT-TOKEN-KEY TO VFX-5-E-CC
               END-WRITE
       END-EVALUATE.
      ******************************************************************
       455-UPDATE-EXPIRY.
       MOVE VFX-5-E-CC TO VAULT-TOKEN-KEY.
       READ VAULT-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE VFX-5-E-CC-EXP TO VAULT-EXP-YM
               REWRITE VAULT-REC
                   INVALID KEY
                       MOVE 'N' TO VFX-5-TOKEN-OK
                       MOVE 'CARD EXPIRY NOT SAVED' TO VFX-2-MSG
               END-REWRITE
       END-READ.
      ******************************************************************
       500-AUDIT-CHANGE.
       MOVE WS-OPERATOR-ID   TO WS-AUD-OPERATOR.
