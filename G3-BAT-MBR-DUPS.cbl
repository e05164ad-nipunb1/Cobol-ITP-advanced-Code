      ******************************************************************
      *PROGRAM:  Vuflix Duplicate Member Candidates
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Finds members who are probably the same person
      *          holding two ids, for the service desk to merge on
      *          the member merge page. Every active member is
      *          indexed on a work file by e-mail, phone, card and
      *          last name plus address plus zip; e-mail and name
      *          are compared without regard to case, and a card
      *          token is resolved through the vault, since the same
      *          card tokenized twice carries two different tokens.
      *          Each pair of members sharing any of these gets one
      *          row on a pair work file scoring what they share -
      *          e-mail 40, card 40, phone 30, name and address 30,
      *          capped at 100 - and the report lists the pairs high
      *          band first. Members already merged are inactive and
      *          left out. The report ends with the titles a merge
      *          flagged as bought under both ids whose refund has
      *          not yet been made on the purchase page.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-MBR-DUPS IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VFX-MBR.
       COPY SELECT-VAULT.
       COPY SELECT-VFX-PUR.
       COPY SELECT-MERGE-FLAG.
       COPY SELECT-DUP-WRK.
       COPY SELECT-DUP-PAIR.
       COPY SELECT-DUP-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MBR.
       COPY FD-VAULT.
       COPY FD-VFX-PUR.
       COPY FD-MERGE-FLAG.
       COPY FD-DUP-WRK.
       COPY FD-DUP-PAIR.
       COPY FD-DUP-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-MBR-DUPS.
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
       MOVE 'G3-BAT-MBR-DUPS'    TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       OPEN INPUT  VM-FILE
                   VAULT-FILE
                   VTP-FILE
                   MRF-FILE.
       OPEN OUTPUT DPW-FILE.
       CLOSE DPW-FILE.
       OPEN I-O    DPW-FILE.
       OPEN OUTPUT DPP-FILE.
       CLOSE DPP-FILE.
       OPEN I-O    DPP-FILE.
       OPEN OUTPUT DPR-RPT.
       PERFORM UNTIL WS-EOF-VM = 'Y'
           READ VM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VM
               NOT AT END
                   ADD 1 TO WS-VM-READ-CTR
                   PERFORM 200-INDEX-MEMBER
           END-READ
       END-PERFORM.
       PERFORM 300-FIND-PAIRS.
       MOVE WS-CUR-TSTAMP (1:8) TO WS-H1-DATE.
       WRITE DPR-LINE FROM WS-HDR1.
       WRITE DPR-LINE FROM WS-HDR2.
       WRITE DPR-LINE FROM WS-BLANK-LINE.
       MOVE WS-SCORE-HIGH TO WS-BAND-LOW.
       MOVE WS-SCORE-CAP  TO WS-BAND-HIGH.
       MOVE 'HIGH - SCORE 70 AND OVER' TO WS-BH-TEXT.
       PERFORM 600-PRINT-BAND.
       MOVE WS-BAND-CTR TO WS-HIGH-CTR.
       MOVE WS-SCORE-MEDIUM TO WS-BAND-LOW.
       COMPUTE WS-BAND-HIGH = WS-SCORE-HIGH - 1.
       MOVE 'MEDIUM - SCORE 40 TO 69' TO WS-BH-TEXT.
       PERFORM 600-PRINT-BAND.
       MOVE WS-BAND-CTR TO WS-MEDIUM-CTR.
       MOVE ZERO TO WS-BAND-LOW.
       COMPUTE WS-BAND-HIGH = WS-SCORE-MEDIUM - 1.
       MOVE 'LOW - SCORE UNDER 40' TO WS-BH-TEXT.
       PERFORM 600-PRINT-BAND.
       MOVE WS-BAND-CTR TO WS-LOW-CTR.
       PERFORM 700-LIST-REFUND-FLAGS.
       PERFORM 900-FOOTER.
       CLOSE   VM-FILE
               VAULT-FILE
               VTP-FILE
               MRF-FILE
               DPW-FILE
               DPP-FILE
               DPR-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-VM-READ-CTR TO WS-RUN-READ.
       MOVE WS-PAIR-CTR    TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *200-INDEX-MEMBER writes one work row for each thing an active
      *member can be matched on. A blank value matches nothing.
      ******************************************************************
       200-INDEX-MEMBER.
       IF VM-INACTIVE
           ADD 1 TO WS-VM-SKIP-CTR
       ELSE
           ADD 1 TO WS-VM-INDEX-CTR
           IF VM-EMAIL NOT = SPACES
               MOVE 'E'      TO WS-MATCH-TYPE
               MOVE VM-EMAIL TO WS-MATCH-VALUE
               INSPECT WS-MATCH-VALUE
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM 250-WRITE-MATCH-KEY
           END-IF
           IF VM-PHONE NOT = SPACES
            AND VM-PHONE NOT = ZEROS
               MOVE 'P'      TO WS-MATCH-TYPE
               MOVE VM-PHONE TO WS-MATCH-VALUE
               PERFORM 250-WRITE-MATCH-KEY
           END-IF
           IF VM-CC NOT = SPACES
               PERFORM 220-CARD-MATCH-KEY
           END-IF
           IF VM-LNAME NOT = SPACES
            AND VM-ADDRESS NOT = SPACES
               MOVE 'N'        TO WS-MATCH-TYPE
               MOVE SPACES     TO WS-MATCH-VALUE
               MOVE VM-LNAME   TO WS-MATCH-VALUE (1:15)
               MOVE VM-ADDRESS TO WS-MATCH-VALUE (16:25)
               MOVE VM-ZIP     TO WS-MATCH-VALUE (41:5)
               INSPECT WS-MATCH-VALUE
                   CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
               PERFORM 250-WRITE-MATCH-KEY
           END-IF
       END-IF.
      ******************************************************************
      *220-CARD-MATCH-KEY matches on the card number itself. A token
      *missing from the vault can only match itself.
      ******************************************************************
       220-CARD-MATCH-KEY.
       MOVE 'C' TO WS-MATCH-TYPE.
       MOVE VM-CC TO WS-MATCH-VALUE.
       IF VM-CC (1:1) = 'T'
           MOVE VM-CC TO VAULT-TOKEN-KEY
           READ VAULT-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-VAULT-CTR
               NOT INVALID KEY
                   IF VAULT-CARD-NUMBER NOT = SPACES
                       MOVE VAULT-CARD-NUMBER TO WS-MATCH-VALUE
                   END-IF
           END-READ
       END-IF.
       PERFORM 250-WRITE-MATCH-KEY.
      ******************************************************************
       250-WRITE-MATCH-KEY.
       MOVE WS-MATCH-TYPE  TO DPW-TYPE.
       MOVE WS-MATCH-VALUE TO DPW-VALUE.
       MOVE VM-ID          TO DPW-VM-ID.
       WRITE DPW-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
           NOT INVALID KEY
               ADD 1 TO WS-DPW-CTR
       END-WRITE.
      ******************************************************************
      *300-FIND-PAIRS reads the work file in key order, so members
      *sharing a value arrive together in member id order. Each
      *group is paired off when the value changes. A value shared
      *by more members than the group table holds is a placeholder
      *rather than a person; the members past the limit are counted
      *and not paired.
      ******************************************************************
       300-FIND-PAIRS.
       MOVE SPACES     TO WS-GRP-TYPE.
       MOVE SPACES     TO WS-GRP-VALUE.
       MOVE ZERO       TO WS-GRP-CTR.
       MOVE LOW-VALUES TO DPW-KEY.
       START DPW-FILE KEY NOT LESS THAN DPW-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-DPW
       END-START.
       PERFORM UNTIL WS-EOF-DPW = 'Y'
           READ DPW-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-DPW
                   PERFORM 320-CLOSE-GROUP
               NOT AT END
                   IF DPW-TYPE  NOT = WS-GRP-TYPE
                    OR DPW-VALUE NOT = WS-GRP-VALUE
                       PERFORM 320-CLOSE-GROUP
                       MOVE DPW-TYPE  TO WS-GRP-TYPE
                       MOVE DPW-VALUE TO WS-GRP-VALUE
                       MOVE ZERO      TO WS-GRP-CTR
                   END-IF
                   IF WS-GRP-CTR < WS-GRP-MAX
                       ADD 1 TO WS-GRP-CTR
                       MOVE DPW-VM-ID TO WS-GRP-VM-ID (WS-GRP-CTR)
                   ELSE
                       ADD 1 TO WS-OVER-CTR
                   END-IF
           END-READ
       END-PERFORM.
      ******************************************************************
       320-CLOSE-GROUP.
       IF WS-GRP-CTR > 1
           EVALUATE WS-GRP-TYPE
               WHEN 'E'
                   MOVE WS-WT-EMAIL TO WS-MATCH-WEIGHT
               WHEN 'C'
                   MOVE WS-WT-CARD  TO WS-MATCH-WEIGHT
               WHEN 'P'
                   MOVE WS-WT-PHONE TO WS-MATCH-WEIGHT
               WHEN OTHER
                   MOVE WS-WT-ADDR  TO WS-MATCH-WEIGHT
           END-EVALUATE
           PERFORM VARYING WS-GX FROM 1 BY 1 UNTIL WS-GX = WS-GRP-CTR
               PERFORM 330-PAIR-MEMBER
           END-PERFORM
       END-IF.
      ******************************************************************
       330-PAIR-MEMBER.
       MOVE WS-GX TO WS-GY.
       ADD 1 TO WS-GY.
       PERFORM UNTIL WS-GY > WS-GRP-CTR
           PERFORM 340-POST-PAIR
           ADD 1 TO WS-GY
       END-PERFORM.
      ******************************************************************
      *340-POST-PAIR adds what this group shares to the pair's score.
      *A pair sharing the same kind of value twice over - two
      *e-mail spellings that differ only in case, say - scores it
      *once.
      ******************************************************************
       340-POST-PAIR.
       MOVE WS-GRP-VM-ID (WS-GX) TO DPP-VM-ID-1.
       MOVE WS-GRP-VM-ID (WS-GY) TO DPP-VM-ID-2.
       READ DPP-FILE
           INVALID KEY
               INITIALIZE DPP-REC
               MOVE WS-GRP-VM-ID (WS-GX) TO DPP-VM-ID-1
               MOVE WS-GRP-VM-ID (WS-GY) TO DPP-VM-ID-2
               MOVE ZERO TO DPP-SCORE
               MOVE 'N'  TO DPP-EMAIL-MATCH
               MOVE 'N'  TO DPP-PHONE-MATCH
               MOVE 'N'  TO DPP-CARD-MATCH
               MOVE 'N'  TO DPP-ADDR-MATCH
               PERFORM 350-SET-MATCH-FLAG
               WRITE DPP-REC
                   INVALID KEY
                       ADD 1 TO WS-ERROR-CTR
                   NOT INVALID KEY
                       ADD 1 TO WS-PAIR-CTR
               END-WRITE
           NOT INVALID KEY
               PERFORM 350-SET-MATCH-FLAG
               IF WS-FLAG-SET = 'Y'
                   REWRITE DPP-REC
                       INVALID KEY
                           ADD 1 TO WS-ERROR-CTR
                   END-REWRITE
               END-IF
       END-READ.
      ******************************************************************
       350-SET-MATCH-FLAG.
       MOVE 'N' TO WS-FLAG-SET.
       EVALUATE WS-GRP-TYPE
           WHEN 'E'
               IF DPP-EMAIL-MATCH NOT = 'Y'
                   MOVE 'Y' TO DPP-EMAIL-MATCH
                   MOVE 'Y' TO WS-FLAG-SET
               END-IF
           WHEN 'C'
               IF DPP-CARD-MATCH NOT = 'Y'
                   MOVE 'Y' TO DPP-CARD-MATCH
                   MOVE 'Y' TO WS-FLAG-SET
               END-IF
           WHEN 'P'
               IF DPP-PHONE-MATCH NOT = 'Y'
                   MOVE 'Y' TO DPP-PHONE-MATCH
                   MOVE 'Y' TO WS-FLAG-SET
               END-IF
           WHEN OTHER
               IF DPP-ADDR-MATCH NOT = 'Y'
                   MOVE 'Y' TO DPP-ADDR-MATCH
                   MOVE 'Y' TO WS-FLAG-SET
               END-IF
       END-EVALUATE.
       IF WS-FLAG-SET = 'Y'
           ADD WS-MATCH-WEIGHT TO DPP-SCORE
           IF DPP-SCORE > WS-SCORE-CAP
               MOVE WS-SCORE-CAP TO DPP-SCORE
           END-IF
       END-IF.
      ******************************************************************
      *600-PRINT-BAND lists the pairs scoring within one band, in
      *member id order.
      ******************************************************************
       600-PRINT-BAND.
       MOVE ZERO TO WS-BAND-CTR.
       WRITE DPR-LINE FROM WS-BAND-HDR.
       WRITE DPR-LINE FROM WS-COL-HDR.
       MOVE 'N'        TO WS-EOF-DPP.
       MOVE LOW-VALUES TO DPP-KEY.
       START DPP-FILE KEY NOT LESS THAN DPP-KEY
           INVALID KEY
               MOVE 'Y' TO WS-EOF-DPP
       END-START.
       PERFORM UNTIL WS-EOF-DPP = 'Y'
           READ DPP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-DPP
               NOT AT END
                   IF DPP-SCORE NOT < WS-BAND-LOW
                    AND DPP-SCORE NOT > WS-BAND-HIGH
                       ADD 1 TO WS-BAND-CTR
                       PERFORM 610-PRINT-PAIR
                   END-IF
           END-READ
       END-PERFORM.
       IF WS-BAND-CTR = 0
           MOVE '    NO CANDIDATES IN THIS BAND' TO WS-BH-TEXT
           WRITE DPR-LINE FROM WS-BAND-HDR
       END-IF.
       WRITE DPR-LINE FROM WS-BLANK-LINE.
      ******************************************************************
       610-PRINT-PAIR.
       MOVE DPP-VM-ID-1 TO WS-DTL-VM-ID-1.
       MOVE DPP-VM-ID-1 TO VM-ID.
       PERFORM 620-MEMBER-NAME.
       MOVE WS-MBR-NAME TO WS-DTL-NAME-1.
       MOVE DPP-VM-ID-2 TO WS-DTL-VM-ID-2.
       MOVE DPP-VM-ID-2 TO VM-ID.
       PERFORM 620-MEMBER-NAME.
       MOVE WS-MBR-NAME TO WS-DTL-NAME-2.
       MOVE DPP-SCORE   TO WS-DTL-SCORE.
       EVALUATE TRUE
           WHEN DPP-SCORE NOT < WS-SCORE-HIGH
               MOVE 'HIGH'   TO WS-DTL-BAND
           WHEN DPP-SCORE NOT < WS-SCORE-MEDIUM
               MOVE 'MEDIUM' TO WS-DTL-BAND
           WHEN OTHER
               MOVE 'LOW'    TO WS-DTL-BAND
       END-EVALUATE.
       MOVE SPACES TO WS-DTL-EMAIL
                      WS-DTL-PHONE
                      WS-DTL-CARD
                      WS-DTL-ADDR.
       IF DPP-EMAIL-MATCH = 'Y'
           MOVE 'EML' TO WS-DTL-EMAIL
       END-IF.
       IF DPP-PHONE-MATCH = 'Y'
           MOVE 'PHN' TO WS-DTL-PHONE
       END-IF.
       IF DPP-CARD-MATCH = 'Y'
           MOVE 'CRD' TO WS-DTL-CARD
       END-IF.
       IF DPP-ADDR-MATCH = 'Y'
           MOVE 'ADR' TO WS-DTL-ADDR
       END-IF.
       WRITE DPR-LINE FROM WS-DTL-LINE.
      ******************************************************************
       620-MEMBER-NAME.
       MOVE SPACES TO WS-MBR-NAME.
       READ VM-FILE
           INVALID KEY
               MOVE 'NOT ON FILE' TO WS-MBR-NAME
           NOT INVALID KEY
               STRING VM-LNAME DELIMITED BY '  '
                      ' '      DELIMITED BY SIZE
                      VM-FNAME DELIMITED BY '  '
                      INTO WS-MBR-NAME
               END-STRING
       END-READ.
      ******************************************************************
      *700-LIST-REFUND-FLAGS lists each title a merge left on the
      *retiring id because the survivor owns it too. The flag is
      *cleared by refunding that purchase, which takes it off
      *VTP-FILE.
      ******************************************************************
       700-LIST-REFUND-FLAGS.
       WRITE DPR-LINE FROM WS-MRF-HDR.
       WRITE DPR-LINE FROM WS-MRF-COL-HDR.
       PERFORM UNTIL WS-EOF-MRF = 'Y'
           READ MRF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MRF
               NOT AT END
                   MOVE MRF-OLD-VM-ID TO VTP-VM-ID-KEY
                   MOVE MRF-VML-ID    TO VTP-VML-ID-KEY
                   READ VTP-FILE
                       INVALID KEY
                           ADD 1 TO WS-MRF-DONE-CTR
                       NOT INVALID KEY
                           ADD 1 TO WS-MRF-OPEN-CTR
                           PERFORM 710-PRINT-FLAG
                   END-READ
           END-READ
       END-PERFORM.
       IF WS-MRF-OPEN-CTR = 0
           MOVE '    NO REFUNDS OUTSTANDING' TO WS-BH-TEXT
           WRITE DPR-LINE FROM WS-BAND-HDR
       END-IF.
       WRITE DPR-LINE FROM WS-BLANK-LINE.
      ******************************************************************
       710-PRINT-FLAG.
       MOVE MRF-OLD-VM-ID TO WS-MRF-OLD-VM-ID.
       MOVE MRF-VML-ID    TO WS-MRF-VML-ID.
       MOVE MRF-NEW-VM-ID TO WS-MRF-NEW-VM-ID.
       MOVE MRF-FLAG-DATE TO WS-MRF-FLAG-DATE.
       MOVE MRF-OPERATOR  TO WS-MRF-OPERATOR.
       MOVE MRF-PRICE     TO WS-MRF-PRICE.
       MOVE MRF-TAX       TO WS-MRF-TAX.
       WRITE DPR-LINE FROM WS-MRF-LINE.
      ******************************************************************
       900-FOOTER.
       MOVE 'MEMBER RECORDS READ................' TO WS-CTR-LABEL.
       MOVE WS-VM-READ-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'INACTIVE OR MERGED - SKIPPED.......' TO WS-CTR-LABEL.
       MOVE WS-VM-SKIP-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'ACTIVE MEMBERS INDEXED.............' TO WS-CTR-LABEL.
       MOVE WS-VM-INDEX-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'MATCH KEYS WRITTEN.................' TO WS-CTR-LABEL.
       MOVE WS-DPW-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'CARD TOKENS NOT IN VAULT...........' TO WS-CTR-LABEL.
       MOVE WS-NO-VAULT-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'MEMBERS OVER GROUP LIMIT - UNPAIRED' TO WS-CTR-LABEL.
       MOVE WS-OVER-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'CANDIDATE PAIRS....................' TO WS-CTR-LABEL.
       MOVE WS-PAIR-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE '    HIGH...........................' TO WS-CTR-LABEL.
       MOVE WS-HIGH-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE '    MEDIUM.........................' TO WS-CTR-LABEL.
       MOVE WS-MEDIUM-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE '    LOW............................' TO WS-CTR-LABEL.
       MOVE WS-LOW-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'MERGE REFUNDS OUTSTANDING..........' TO WS-CTR-LABEL.
       MOVE WS-MRF-OPEN-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'MERGE REFUNDS MADE.................' TO WS-CTR-LABEL.
       MOVE WS-MRF-DONE-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
       MOVE 'WORK FILE WRITE ERRORS.............' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE DPR-LINE FROM WS-CTR-LINE.
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
