       MOVE VM-CC (13:4) TO WS-NT-LAST4.
       MOVE WS-NEW-TOKEN TO VAULT-TOKEN-KEY.
       MOVE VM-CC        TO VAULT-CARD-NUMBER.
       MOVE ZERO         TO VAULT-EXP-YM.
       MOVE 'A'          TO VAULT-CARD-STATE.
       WRITE VAULT-REC
           INVALID KEY
               REWRITE VAULT-REC
