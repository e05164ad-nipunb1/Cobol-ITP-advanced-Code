      *AUTHOR:   Jesse Nicholson
      *DATE:     4/24/2014   
      *ABSTRACT: Program to link VFX and CAP1 to perform transactions. 
      *          Every row written carries the operator who keyed it
      *          and, on an approved large refund, the approving admin.
      ******************************************************************
       IDENTIFICATION DIVISION. 
       PROGRAM-ID. G3-LINK-CC-TRANS IS INITIAL.
       01  LK-CC-ID                PIC 9(8).
       01  LK-PRICE                PIC 9(3)V99.
       01  LK-TAX                  PIC 9(3)V99.
       01  LK-PROMO-CODE           PIC X(10).
       01  LK-DISCOUNT             PIC 9(3)V99.
       01  LK-PURITEM              PIC X(30).
       01  LK-TRAN-TYPE            PIC X(01).
           88  LK-TRAN-TYPE-REFUND     VALUE 'R'.
       01  LK-REF-TSTAMP           PIC X(21).
       01  LK-CARD-NUMBER          PIC X(16).
       01  LK-OPERATOR             PIC X(08).
       01  LK-APPR-OPERATOR        PIC X(08).
       01  LK-TRAN-RESULT          PIC X(01).
           88  LK-TRAN-APPROVED        VALUE 'A'.
           88  LK-TRAN-DECLINED        VALUE 'D'.

       PROCEDURE DIVISION USING LK-CC-ID, LK-PRICE, LK-TAX,
                                 LK-PROMO-CODE, LK-DISCOUNT,
                                 LK-PURITEM,
                                 LK-TRAN-TYPE, LK-REF-TSTAMP,
                                 LK-CARD-NUMBER, LK-OPERATOR,
                                 LK-APPR-OPERATOR, LK-TRAN-RESULT.
       100-MAIN.
           OPEN I-O CC-TRAN-FILE
           OPEN INPUT VAULT-FILE
           MOVE LK-CC-ID TO CC-ID
           MOVE FUNCTION CURRENT-DATE TO CC-TRAN-TSTAMP.
           MOVE LK-PURITEM TO CC-TRAN-ITEM.
           MOVE LK-PROMO-CODE TO CC-TRAN-PROMO-CODE.
           MOVE LK-OPERATOR TO CC-TRAN-OPERATOR.
           MOVE LK-APPR-OPERATOR TO CC-TRAN-APPR-OPERATOR.
           MOVE WS-FOUND-REF-TS TO CC-TRAN-REF-TSTAMP.
           MOVE WS-FOUND-REF-TS TO LK-REF-TSTAMP.
           PERFORM 200-ROUTE-PROCESSOR.
               MOVE 'D' TO TRAN-TYPE
               MOVE ZERO TO CC-TRAN-PRICE
               MOVE ZERO TO CC-TRAN-TAX
               MOVE ZERO TO CC-TRAN-DISCOUNT
               SET LK-TRAN-DECLINED TO TRUE
           ELSE
               MOVE LK-TRAN-TYPE TO TRAN-TYPE
               IF TRAN-TYPE-REFUND
                   COMPUTE CC-TRAN-PRICE = 0 - WS-CHARGE-TOTAL
                   COMPUTE CC-TRAN-TAX   = 0 - LK-TAX
                   COMPUTE CC-TRAN-DISCOUNT = 0 - LK-DISCOUNT
               ELSE
                   MOVE WS-CHARGE-TOTAL TO CC-TRAN-PRICE
                   MOVE LK-TAX          TO CC-TRAN-TAX
                   MOVE LK-DISCOUNT     TO CC-TRAN-DISCOUNT
               END-IF
               SET LK-TRAN-APPROVED TO TRUE
           END-IF.
           MOVE 'N'  TO CC-TRAN-SETTLED.
           MOVE ZERO TO CC-TRAN-SETTLE-DATE.
           MOVE SPACE TO CC-TRAN-SALE-TYPE.
           MOVE ZERO TO CC-TRAN-RENT-EXPIRY.
           WRITE CC-TRAN-REC.
           CLOSE CC-TRAN-FILE
                 VAULT-FILE.
      ******************************************************************
      *180-RESOLVE-CARD swaps a vault token for the real card number
      *before brand routing. A token the vault does not know resolves
      *to spaces, which routes as an unknown brand and declines. A
      *card whose account the acquirer has closed declines the same
      *way for a charge; a refund still goes back to it.
      ******************************************************************
       180-RESOLVE-CARD.
       MOVE LK-CARD-NUMBER TO WS-RESOLVED-CARD.
               INVALID KEY
                   MOVE SPACES TO WS-RESOLVED-CARD
               NOT INVALID KEY
                   IF VAULT-CARD-CLOSED
                      AND NOT LK-TRAN-TYPE-REFUND
                       MOVE SPACES TO WS-RESOLVED-CARD
                   ELSE
                       MOVE VAULT-CARD-NUMBER TO WS-RESOLVED-CARD
                   END-IF
           END-READ
       END-IF.
      ******************************************************************
