      *DATE:     6/16/2014
      *ABSTRACT: Joins VTP-FILE to VML-FILE to total units sold and
      *          revenue by genre, broken down by purchase month, for
      *          management sales analysis. Rentals are reported in
      *          their own columns at the rental price charged, so
      *          rental revenue is never mixed in with titles sold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-BAT-GENRE-RPT IS INITIAL.
       END-READ.
      ******************************************************************
       270-POST-ARCH-TOTALS.
       IF VTA-RENTAL
           ADD 1         TO WS-GENRE-RENT-QTY (WS-GX)
           ADD VTA-PRICE TO WS-GENRE-RENT-TOTAL (WS-GX)
           ADD 1         TO WS-GM-RENT-QTY (WS-GX, VTA-PUR-MONTH)
           ADD VTA-PRICE TO WS-GM-RENT-TOTAL (WS-GX, VTA-PUR-MONTH)
       ELSE
           PERFORM 275-POST-ARCH-SALE
       END-IF.
      ******************************************************************
       275-POST-ARCH-SALE.
       ADD 1         TO WS-GENRE-QTY (WS-GX).
       ADD VML-PRICE TO WS-GENRE-TOTAL (WS-GX).
       ADD 1         TO WS-GM-QTY (WS-GX, VTA-PUR-MONTH).
               MOVE VML-GENRE    TO WS-GENRE-NAME (WS-GX)
               MOVE ZERO         TO WS-GENRE-QTY (WS-GX)
               MOVE ZERO         TO WS-GENRE-TOTAL (WS-GX)
               MOVE ZERO         TO WS-GENRE-RENT-QTY (WS-GX)
               MOVE ZERO         TO WS-GENRE-RENT-TOTAL (WS-GX)
               PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
                   MOVE ZERO TO WS-GM-QTY (WS-GX, WS-MX)
                   MOVE ZERO TO WS-GM-TOTAL (WS-GX, WS-MX)
                   MOVE ZERO TO WS-GM-RENT-QTY (WS-GX, WS-MX)
                   MOVE ZERO TO WS-GM-RENT-TOTAL (WS-GX, WS-MX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-GENRE-OVFL-CTR
           END-IF
       END-IF.
      ******************************************************************
      *230-POST-TOTALS counts a rental at the rental price the member
      *was charged; a title sold still counts at its list price.
      ******************************************************************
       230-POST-TOTALS.
       IF VTP-RENTAL
           ADD 1         TO WS-GENRE-RENT-QTY (WS-GX)
           ADD VTP-PRICE TO WS-GENRE-RENT-TOTAL (WS-GX)
           ADD 1         TO WS-GM-RENT-QTY (WS-GX, VTP-PUR-MONTH)
           ADD VTP-PRICE TO WS-GM-RENT-TOTAL (WS-GX, VTP-PUR-MONTH)
       ELSE
           PERFORM 235-POST-SALE
       END-IF.
      ******************************************************************
       235-POST-SALE.
       ADD 1         TO WS-GENRE-QTY (WS-GX).
       ADD VML-PRICE TO WS-GENRE-TOTAL (WS-GX).
       ADD 1         TO WS-GM-QTY (WS-GX, VTP-PUR-MONTH).
       MOVE WS-GENRE-NAME (WS-GX)  TO WS-GL-NAME.
       MOVE WS-GENRE-QTY (WS-GX)   TO WS-GL-QTY.
       MOVE WS-GENRE-TOTAL (WS-GX) TO WS-GL-TOTAL.
       MOVE WS-GENRE-RENT-QTY (WS-GX)   TO WS-GL-RENT-QTY.
       MOVE WS-GENRE-RENT-TOTAL (WS-GX) TO WS-GL-RENT-TOTAL.
       WRITE GENRE-LINE FROM WS-GENRE-DTL.
       WRITE GENRE-LINE FROM WS-MONTH-HDR.
       PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12
           IF WS-GM-QTY (WS-GX, WS-MX) NOT = ZERO
              OR WS-GM-RENT-QTY (WS-GX, WS-MX) NOT = ZERO
               PERFORM 420-PRINT-MONTH
           END-IF
       END-PERFORM.
       MOVE WS-MX                     TO WS-ML-MONTH.
       MOVE WS-GM-QTY (WS-GX, WS-MX)   TO WS-ML-QTY.
       MOVE WS-GM-TOTAL (WS-GX, WS-MX) TO WS-ML-TOTAL.
       MOVE WS-GM-RENT-QTY (WS-GX, WS-MX)   TO WS-ML-RENT-QTY.
       MOVE WS-GM-RENT-TOTAL (WS-GX, WS-MX) TO WS-ML-RENT-TOTAL.
       WRITE GENRE-LINE FROM WS-MONTH-LINE.
      ******************************************************************
       950-RUN-LOG.
