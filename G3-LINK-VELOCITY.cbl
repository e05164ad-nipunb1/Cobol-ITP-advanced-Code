      ******************************************************************
      *PROGRAM:  Group 3 Card Velocity Screening Link
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Program the purchase page and the held-sale review
      *          page call to screen a card sale for velocity before
      *          it is charged, and to tally it once it has been.
      *          Function S screens: the sale is held (result H) when
      *          it would take the card past the day's sale count or
      *          dollar limit, or onto more different members than
      *          the limit allows, and the rule tripped comes back as
      *          CNT, AMT or MBR; otherwise it passes (result P).
      *          Function P posts an approved sale to the card's day
      *          tally and links the member to the card. The token
      *          in VM-CC is resolved through the vault first, so the
      *          same card kept by two members counts as one card.
      *          Limits come from the velocity parameter file, with
      *          built-in defaults until it is set up; a limit of zero
      *          turns its rule off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-LINK-VELOCITY IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VEL-PARM.
       COPY SELECT-VEL-TALLY.
       COPY SELECT-VEL-CARD-MBR.
       COPY SELECT-VAULT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VEL-PARM.
       COPY FD-VEL-TALLY.
       COPY FD-VEL-CARD-MBR.
       COPY FD-VAULT.
       WORKING-STORAGE SECTION.
       COPY WS-VELOCITY.
       COPY WS-VAULT.

       LINKAGE SECTION.
       01  LK-VEL-FUNC             PIC X(01).
           88  LK-VEL-SCREEN           VALUE 'S'.
           88  LK-VEL-POST             VALUE 'P'.
       01  LK-VEL-VM-ID            PIC 9(08).
       01  LK-VEL-CARD             PIC X(16).
       01  LK-VEL-AMOUNT           PIC 9(04)V99.
       01  LK-VEL-RESULT           PIC X(01).
           88  LK-VEL-PASSED           VALUE 'P'.
           88  LK-VEL-HELD             VALUE 'H'.
       01  LK-VEL-RULE             PIC X(03).

       PROCEDURE DIVISION USING LK-VEL-FUNC, LK-VEL-VM-ID,
                                 LK-VEL-CARD, LK-VEL-AMOUNT,
                                 LK-VEL-RESULT, LK-VEL-RULE.
       100-MAIN.
           OPEN INPUT VLP-FILE
           OPEN INPUT VAULT-FILE
           OPEN I-O VEL-FILE
           OPEN I-O VCM-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-VEL-TSTAMP
           SET LK-VEL-PASSED TO TRUE
           MOVE SPACES TO LK-VEL-RULE
           PERFORM 150-RESOLVE-CARD
           IF WS-VEL-CARD NOT = SPACES
               PERFORM 160-READ-TALLY
               PERFORM 170-READ-CARD-MBR
               EVALUATE TRUE
                   WHEN LK-VEL-SCREEN
                       PERFORM 200-SCREEN-SALE
                   WHEN LK-VEL-POST
                       PERFORM 300-POST-SALE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE VLP-FILE
                 VAULT-FILE
                 VEL-FILE
                 VCM-FILE.
       EXIT PROGRAM.
      ******************************************************************
      *150-RESOLVE-CARD swaps a vault token for the real card number,
      *the same way the authorization link does. A card the vault
      *does not know is passed unscreened - it cannot authorize, so
      *there is nothing to hold.
      ******************************************************************
       150-RESOLVE-CARD.
           MOVE LK-VEL-CARD TO WS-VEL-CARD
           IF LK-VEL-CARD (1:1) = 'T'
               MOVE LK-VEL-CARD TO VAULT-TOKEN-KEY
               READ VAULT-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-VEL-CARD
                   NOT INVALID KEY
                       MOVE VAULT-CARD-NUMBER TO WS-VEL-CARD
               END-READ
           END-IF.
      ******************************************************************
       160-READ-TALLY.
           MOVE WS-VEL-CARD         TO VEL-CARD
           MOVE WS-VEL-TSTAMP (1:8) TO VEL-DATE
           READ VEL-FILE
               INVALID KEY
                   MOVE 'N'  TO WS-VEL-FOUND
                   MOVE WS-VEL-CARD         TO VEL-CARD
                   MOVE WS-VEL-TSTAMP (1:8) TO VEL-DATE
                   MOVE ZERO TO VEL-SALE-CTR
                   MOVE ZERO TO VEL-AMOUNT
               NOT INVALID KEY
                   MOVE 'Y'  TO WS-VEL-FOUND
           END-READ.
      ******************************************************************
       170-READ-CARD-MBR.
           MOVE WS-VEL-CARD  TO VCM-CARD
           MOVE LK-VEL-VM-ID TO VCM-VM-ID
           READ VCM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VCM-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO WS-VCM-FOUND
           END-READ.
      ******************************************************************
      *200-SCREEN-SALE tests the sale against each limit in turn and
      *reports the first one it would break. The member rule only
      *bites on a member new to the card - a member already linked
      *to it adds nobody.
      ******************************************************************
       200-SCREEN-SALE.
           PERFORM 210-LOAD-LIMITS
           COMPUTE WS-DAY-AMOUNT = VEL-AMOUNT + LK-VEL-AMOUNT
           EVALUATE TRUE
               WHEN WS-MAX-SALES > ZERO
                AND VEL-SALE-CTR NOT < WS-MAX-SALES
                   SET LK-VEL-HELD TO TRUE
                   MOVE 'CNT' TO LK-VEL-RULE
               WHEN WS-MAX-AMOUNT > ZERO
                AND WS-DAY-AMOUNT > WS-MAX-AMOUNT
                   SET LK-VEL-HELD TO TRUE
                   MOVE 'AMT' TO LK-VEL-RULE
               WHEN WS-MAX-MEMBERS > ZERO
                AND WS-VCM-FOUND = 'N'
                   PERFORM 220-COUNT-CARD-MBRS
                   IF WS-VCM-CTR NOT < WS-MAX-MEMBERS
                       SET LK-VEL-HELD TO TRUE
                       MOVE 'MBR' TO LK-VEL-RULE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      ******************************************************************
       210-LOAD-LIMITS.
           MOVE 'VELOCITY' TO VLP-KEY
           READ VLP-FILE
               INVALID KEY
                   MOVE WS-DFLT-MAX-SALES   TO WS-MAX-SALES
                   MOVE WS-DFLT-MAX-AMOUNT  TO WS-MAX-AMOUNT
                   MOVE WS-DFLT-MAX-MEMBERS TO WS-MAX-MEMBERS
               NOT INVALID KEY
                   MOVE VLP-MAX-SALES       TO WS-MAX-SALES
                   MOVE VLP-MAX-AMOUNT      TO WS-MAX-AMOUNT
                   MOVE VLP-MAX-MEMBERS     TO WS-MAX-MEMBERS
           END-READ.
      ******************************************************************
       220-COUNT-CARD-MBRS.
           MOVE ZERO        TO WS-VCM-CTR
           MOVE WS-VEL-CARD TO VCM-CARD
           MOVE ZERO        TO VCM-VM-ID
           MOVE 'N'         TO WS-SCAN-DONE
           START VCM-FILE KEY NOT LESS THAN VCM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               READ VCM-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF VCM-CARD NOT = WS-VEL-CARD
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-VCM-CTR
                       END-IF
               END-READ
           END-PERFORM.
      ******************************************************************
      *300-POST-SALE adds an approved sale to the card's tally for the
      *day and links the member to the card the first time.
      ******************************************************************
       300-POST-SALE.
           ADD 1             TO VEL-SALE-CTR
           ADD LK-VEL-AMOUNT TO VEL-AMOUNT
           IF WS-VEL-FOUND = 'Y'
               REWRITE VEL-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE VEL-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-VCM-FOUND = 'N'
               MOVE WS-VEL-CARD         TO VCM-CARD
               MOVE LK-VEL-VM-ID        TO VCM-VM-ID
               MOVE WS-VEL-TSTAMP (1:8) TO VCM-FIRST-DATE
               WRITE VCM-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
