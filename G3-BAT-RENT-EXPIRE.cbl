      ******************************************************************
      *PROGRAM:  Vuflix Nightly Rental Expiry
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Nightly batch that closes rentals whose viewing
      *          window has run out. Every active rental on VTP-FILE
      *          whose expiry date and time is behind the run's
      *          timestamp is marked expired, which takes it off the
      *          member's title list; the row itself stays on file so
      *          rental revenue still reports. Each rental closed is
      *          listed on the expiry report with the member, the
      *          title and the time its window ended. A rerun finds
      *          nothing left to close and changes nothing.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-RENT-EXPIRE IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-VFX-PUR.
       COPY SELECT-VFX-MOV.
       COPY SELECT-RENT-EXP-RPT.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-PUR.
       COPY FD-VFX-MOV.
       COPY FD-RENT-EXP-RPT.

       WORKING-STORAGE SECTION.
       COPY WS-RENT-EXP.
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
       MOVE 'G3-BAT-RENT-EXPIRE' TO WS-RUN-PROGRAM.
       PERFORM 950-RUN-LOG.
       MOVE FUNCTION CURRENT-DATE TO WS-CUR-TSTAMP.
       OPEN I-O    VTP-FILE.
       OPEN INPUT  VML-FILE.
       OPEN OUTPUT RENT-EXP-RPT.
       WRITE RENT-EXP-LINE FROM WS-HDR1.
       WRITE RENT-EXP-LINE FROM WS-BLANK-LINE.
       WRITE RENT-EXP-LINE FROM WS-HDR2.
       PERFORM UNTIL WS-EOF-VTP = 'Y'
           READ VTP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-VTP
               NOT AT END
                   ADD 1 TO WS-VTP-CTR
                   IF VTP-RENTAL
                       ADD 1 TO WS-RENTAL-CTR
                   END-IF
                   IF VTP-RENTAL-ACTIVE
                       IF VTP-RENT-EXPIRY < WS-CUR-TSTAMP (1:12)
                           PERFORM 200-EXPIRE-RENTAL
                       ELSE
                           ADD 1 TO WS-ACTIVE-CTR
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       PERFORM 900-FOOTER.
       CLOSE   VTP-FILE
               VML-FILE
               RENT-EXP-RPT.
       IF WS-ERROR-CTR > 0
           MOVE 8 TO RETURN-CODE
       END-IF.
       MOVE 'E'            TO WS-RUN-FUNC.
       MOVE WS-VTP-CTR     TO WS-RUN-READ.
       MOVE WS-EXPIRED-CTR TO WS-RUN-WRITTEN.
       MOVE WS-ERROR-CTR   TO WS-RUN-ERRORS.
       MOVE RETURN-CODE    TO WS-RUN-RC.
       MOVE ZERO           TO WS-RUN-AMOUNT.
       PERFORM 950-RUN-LOG.
       GOBACK.
      ******************************************************************
      *200-EXPIRE-RENTAL marks the rental expired in place. A rental
      *that cannot be rewritten is counted as an error and stays
      *active for the next run - the purchase page already hides a
      *rental past its window, so the member never sees it either way.
      ******************************************************************
       200-EXPIRE-RENTAL.
       MOVE 'E' TO VTP-SALE-TYPE.
       REWRITE VTP-REC
           INVALID KEY
               ADD 1 TO WS-ERROR-CTR
           NOT INVALID KEY
               ADD 1 TO WS-EXPIRED-CTR
               PERFORM 210-PRINT-EXPIRED
       END-REWRITE.
      ******************************************************************
       210-PRINT-EXPIRED.
       MOVE VTP-VML-ID-KEY TO VML-ID.
       READ VML-FILE
           INVALID KEY
               MOVE 'TITLE NOT ON FILE' TO VML-TITLE
       END-READ.
       MOVE VTP-VM-ID-KEY     TO WS-DTL-MEMBER.
       MOVE VTP-VML-ID-KEY    TO WS-DTL-TITLE-ID.
       MOVE VML-TITLE         TO WS-DTL-TITLE.
       MOVE VTP-RENT-EXP-DATE TO WS-DTL-EXP-DATE.
       MOVE VTP-RENT-EXP-TIME TO WS-DTL-EXP-TIME.
       WRITE RENT-EXP-LINE FROM WS-DTL-LINE.
      ******************************************************************
       900-FOOTER.
       WRITE RENT-EXP-LINE FROM WS-BLANK-LINE.
       MOVE 'VTP PURCHASE RECORDS READ..........' TO WS-CTR-LABEL.
       MOVE WS-VTP-CTR TO WS-CTR-VALUE.
       WRITE RENT-EXP-LINE FROM WS-CTR-LINE.
       MOVE 'RENTALS ON FILE....................' TO WS-CTR-LABEL.
       MOVE WS-RENTAL-CTR TO WS-CTR-VALUE.
       WRITE RENT-EXP-LINE FROM WS-CTR-LINE.
       MOVE 'RENTALS EXPIRED THIS RUN...........' TO WS-CTR-LABEL.
       MOVE WS-EXPIRED-CTR TO WS-CTR-VALUE.
       WRITE RENT-EXP-LINE FROM WS-CTR-LINE.
       MOVE 'RENTALS STILL ACTIVE...............' TO WS-CTR-LABEL.
       MOVE WS-ACTIVE-CTR TO WS-CTR-VALUE.
       WRITE RENT-EXP-LINE FROM WS-CTR-LINE.
       MOVE 'REWRITE ERRORS.....................' TO WS-CTR-LABEL.
       MOVE WS-ERROR-CTR TO WS-CTR-VALUE.
       WRITE RENT-EXP-LINE FROM WS-CTR-LINE.
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
