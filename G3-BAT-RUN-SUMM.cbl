       MOVE 'G3-BAT-GL-EXTRACT'  TO WS-EXP-PROGRAM (7).
       MOVE 'G3-BAT-CC-CONFIRM'  TO WS-EXP-PROGRAM (8).
       MOVE 'G3-BAT-CC-RECON'    TO WS-EXP-PROGRAM (9).
       MOVE 'G3-BAT-RENT-EXPIRE' TO WS-EXP-PROGRAM (10).
       MOVE 'G3-BAT-MBR-NOTICE'  TO WS-EXP-PROGRAM (11).
       PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 11
           MOVE 'N' TO WS-EXP-SEEN (WS-EX)
       END-PERFORM.
      ******************************************************************
       END-IF.
      ******************************************************************
       220-MARK-EXPECTED.
       PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 11
           IF WS-EXP-PROGRAM (WS-EX) = RL-PROGRAM
               MOVE 'Y' TO WS-EXP-SEEN (WS-EX)
           END-IF
       END-PERFORM.
      ******************************************************************
       400-REPORT-MISSING.
       PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > 11
           IF WS-EXP-SEEN (WS-EX) = 'N'
               ADD 1 TO WS-MISSING-CTR
               MOVE WS-EXP-PROGRAM (WS-EX) TO WS-SL-PROGRAM
