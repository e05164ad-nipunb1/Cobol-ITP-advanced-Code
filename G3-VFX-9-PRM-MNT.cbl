      ******************************************************************
      *PROGRAM:  Vuflix PROMOTION CODE MAINTENANCE PAGE
      *AUTHOR:   Priya Chandran
      *DATE:     10/15/2026
      *ABSTRACT: Online add, change and retire of the promotion codes
      *          the purchase page accepts on its confirm screen. A
      *          code is a percent or dollar amount off between a
      *          start and end date, optionally held to one genre or
      *          one title, with an optional cap on total uses. The
      *          use count itself belongs to the purchase page and is
      *          carried over untouched by a change. Admin authority
      *          only; every change is written to the audit master
      *          with the code in the detail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-9-PRM-MNT IS INITIAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY SELECT-PROMO.
       COPY SELECT-VFX-MOV.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-PROMO.
       COPY FD-VFX-MOV.

       WORKING-STORAGE SECTION.
       COPY WS-PRM-MNT.

       SCREEN SECTION.
       COPY SCREEN-VFX-9-PRM-MNT.
      ******************************************************************
       PROCEDURE DIVISION.
       000-MAIN.
       MOVE FUNCTION CURRENT-DATE TO WS-TSTAMP.
       MOVE WS-TSTAMP (1:8) TO WS-TODAY.
       MOVE 'G3-VFX-9-PRM-MNT' TO VFX-M-PROG.
       OPEN I-O    PRM-FILE.
       OPEN INPUT  VML-FILE.
       PERFORM 050-SIGN-ON.
       IF NOT WS-SIGNON-APPROVED
        OR NOT WS-AUTH-CAN-PROMO
           DISPLAY 'SIGN-ON DENIED - ADMIN AUTHORITY REQUIRED'
           ACCEPT VFX-9-RESP
           MOVE 'Q' TO VFX-9-ACTION
       END-IF.
       MOVE SPACES TO VFX-2-MSG.
       PERFORM UNTIL VFX-9-ACT-QUIT
           MOVE SPACES TO VFX-9-ACTION
           DISPLAY MENUSCREEN
           ACCEPT MENUACT
           MOVE SPACES TO VFX-2-MSG
           EVALUATE TRUE
               WHEN VFX-9-ACT-ADD
                   PERFORM 200-ADD-PROMO
               WHEN VFX-9-ACT-CHANGE
                   PERFORM 300-CHANGE-PROMO
               WHEN VFX-9-ACT-RETIRE
                   PERFORM 400-RETIRE-PROMO
               WHEN VFX-9-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   MOVE 'ENTER A, C, R OR Q' TO VFX-2-MSG
           END-EVALUATE
       END-PERFORM.
       CLOSE   PRM-FILE
               VML-FILE.
       IF VFX-9-CHG-CTR > 0
           DISPLAY 'PROMOTION RECORDS CHANGED THIS SESSION: '
                   VFX-9-CHG-CTR
           ACCEPT VFX-9-RESP
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
       200-ADD-PROMO.
       MOVE SPACES TO VFX-9-SEARCH-CODE.
       DISPLAY PRMIDSCREEN.
       ACCEPT PRMID.
       IF VFX-9-SEARCH-CODE = SPACES
           MOVE 'PROMO CODE REQUIRED' TO VFX-2-MSG
       ELSE
           MOVE VFX-9-SEARCH-CODE TO PRM-CODE-KEY
           READ PRM-FILE
               INVALID KEY
                   MOVE SPACES   TO VFX-9-E-DESC
                   MOVE 'P'      TO VFX-9-E-TYPE
                   MOVE ZERO     TO VFX-9-E-VALUE
                   MOVE WS-TODAY TO VFX-9-E-START
                   MOVE WS-TODAY TO VFX-9-E-END
                   MOVE SPACES   TO VFX-9-E-GENRE
                   MOVE ZERO     TO VFX-9-E-VML-ID
                   MOVE ZERO     TO VFX-9-E-CAP
                   PERFORM 240-ENTER-FIELDS
                   IF VFX-9-CONF = 'Y' OR 'y'
                       PERFORM 260-EDIT-ENTRY
                       IF VFX-2-MSG = SPACES
                           PERFORM 250-WRITE-PROMO
                       END-IF
                   END-IF
               NOT INVALID KEY
                   MOVE 'PROMO CODE ALREADY ON FILE' TO VFX-2-MSG
           END-READ
       END-IF.
      ******************************************************************
       240-ENTER-FIELDS.
       MOVE SPACES TO VFX-9-CONF.
       DISPLAY PRMENTRYSCREEN.
       ACCEPT PRMDESC.
       ACCEPT PRMTYPE.
       ACCEPT PRMVALUE.
       ACCEPT PRMSTART.
       ACCEPT PRMEND.
       ACCEPT PRMGENRE.
       ACCEPT PRMTITLE.
       ACCEPT PRMCAP.
       ACCEPT PRMCONF.
      ******************************************************************
       250-WRITE-PROMO.
       MOVE VFX-9-SEARCH-CODE TO PRM-CODE-KEY.
       PERFORM 270-MOVE-ENTRY.
       MOVE ZERO              TO PRM-USE-CTR.
       MOVE 'A'               TO PRM-STATUS.
       WRITE PRM-REC
           INVALID KEY
               MOVE 'PROMO CODE ALREADY ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               ADD 1 TO VFX-9-CHG-CTR
               MOVE 'PRM ADD'  TO WS-AUD-RESULT
               PERFORM 800-AUDIT-CHANGE
               MOVE 'PROMO CODE ADDED' TO VFX-2-MSG
       END-WRITE.
      ******************************************************************
      *260-EDIT-ENTRY leaves VFX-2-MSG at spaces when the keyed fields
      *make a usable code. A title restriction must name a title on
      *the catalog; a genre restriction is taken as keyed, the same
      *as the catalog page takes a genre.
      ******************************************************************
       260-EDIT-ENTRY.
       MOVE SPACES TO VFX-2-MSG.
       EVALUATE TRUE
           WHEN NOT VFX-9-E-TYPE-VALID
               MOVE 'TYPE MUST BE P OR A' TO VFX-2-MSG
           WHEN VFX-9-E-VALUE = ZERO
               MOVE 'DISCOUNT VALUE REQUIRED' TO VFX-2-MSG
           WHEN VFX-9-E-PERCENT AND VFX-9-E-VALUE > 100
               MOVE 'PERCENT CANNOT EXCEED 100' TO VFX-2-MSG
           WHEN VFX-9-E-END < VFX-9-E-START
               MOVE 'END DATE BEFORE START DATE' TO VFX-2-MSG
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       IF VFX-2-MSG = SPACES AND VFX-9-E-VML-ID NOT = ZERO
           MOVE VFX-9-E-VML-ID TO VML-ID-KEY
           READ VML-FILE KEY VML-ID
               INVALID KEY
                   MOVE 'TITLE NOT ON FILE' TO VFX-2-MSG
           END-READ
       END-IF.
      ******************************************************************
       270-MOVE-ENTRY.
       MOVE VFX-9-E-DESC      TO PRM-DESC.
       MOVE VFX-9-E-TYPE      TO PRM-DISC-TYPE.
       MOVE VFX-9-E-VALUE     TO PRM-DISC-VALUE.
       MOVE VFX-9-E-START     TO PRM-START-DATE.
       MOVE VFX-9-E-END       TO PRM-END-DATE.
       MOVE VFX-9-E-GENRE     TO PRM-GENRE.
       MOVE VFX-9-E-VML-ID    TO PRM-VML-ID.
       MOVE VFX-9-E-CAP       TO PRM-USE-CAP.
      ******************************************************************
      *300-CHANGE-PROMO rewrites everything but the use count, which
      *only the purchase page moves. Lowering the cap below the uses
      *already taken simply closes the code to further sales.
      ******************************************************************
       300-CHANGE-PROMO.
       MOVE SPACES TO VFX-9-SEARCH-CODE.
       DISPLAY PRMIDSCREEN.
       ACCEPT PRMID.
       MOVE VFX-9-SEARCH-CODE TO PRM-CODE-KEY.
       READ PRM-FILE
           INVALID KEY
               MOVE 'PROMO CODE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               IF PRM-RETIRED
                   MOVE 'PROMO CODE RETIRED' TO VFX-2-MSG
               ELSE
                   MOVE PRM-DESC       TO VFX-9-E-DESC
                   MOVE PRM-DISC-TYPE  TO VFX-9-E-TYPE
                   MOVE PRM-DISC-VALUE TO VFX-9-E-VALUE
                   MOVE PRM-START-DATE TO VFX-9-E-START
                   MOVE PRM-END-DATE   TO VFX-9-E-END
                   MOVE PRM-GENRE      TO VFX-9-E-GENRE
                   MOVE PRM-VML-ID     TO VFX-9-E-VML-ID
                   MOVE PRM-USE-CAP    TO VFX-9-E-CAP
                   PERFORM 240-ENTER-FIELDS
                   IF VFX-9-CONF = 'Y' OR 'y'
                       PERFORM 260-EDIT-ENTRY
                       IF VFX-2-MSG = SPACES
                           PERFORM 350-REWRITE-PROMO
                       END-IF
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
      *350-REWRITE-PROMO re-reads the code before the REWRITE: the
      *title check in 260 may have moved VML-FILE, and a purchase
      *taken while the screen was up may have bumped the use count.
      ******************************************************************
       350-REWRITE-PROMO.
       MOVE VFX-9-SEARCH-CODE TO PRM-CODE-KEY.
       READ PRM-FILE
           INVALID KEY
               MOVE 'PROMO CODE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               PERFORM 270-MOVE-ENTRY
               REWRITE PRM-REC
                   INVALID KEY
                       MOVE 'REWRITE FAILED' TO VFX-2-MSG
                   NOT INVALID KEY
                       ADD 1 TO VFX-9-CHG-CTR
                       MOVE 'PRM CHG'  TO WS-AUD-RESULT
                       PERFORM 800-AUDIT-CHANGE
                       MOVE 'PROMO CODE CHANGED' TO VFX-2-MSG
               END-REWRITE
       END-READ.
      ******************************************************************
       400-RETIRE-PROMO.
       MOVE SPACES TO VFX-9-SEARCH-CODE.
       DISPLAY PRMIDSCREEN.
       ACCEPT PRMID.
       MOVE VFX-9-SEARCH-CODE TO PRM-CODE-KEY.
       READ PRM-FILE
           INVALID KEY
               MOVE 'PROMO CODE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               IF PRM-RETIRED
                   MOVE 'PROMO CODE ALREADY RETIRED' TO VFX-2-MSG
               ELSE
                   MOVE SPACES TO VFX-9-CONF
                   DISPLAY RETIRESCREEN
                   ACCEPT RETIRECONF
                   IF VFX-9-CONF = 'Y' OR 'y'
                       MOVE 'R' TO PRM-STATUS
                       REWRITE PRM-REC
                           INVALID KEY
                               MOVE 'REWRITE FAILED' TO VFX-2-MSG
                           NOT INVALID KEY
                               ADD 1 TO VFX-9-CHG-CTR
                               MOVE 'PRM RETIR' TO WS-AUD-RESULT
                               PERFORM 800-AUDIT-CHANGE
                               MOVE 'PROMO CODE RETIRED' TO VFX-2-MSG
                       END-REWRITE
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
       800-AUDIT-CHANGE.
       MOVE WS-OPERATOR-ID    TO WS-AUD-OPERATOR.
       MOVE ZERO              TO WS-AUD-MEMBER-ID.
       MOVE VFX-9-SEARCH-CODE TO WS-AUD-DETAIL.
       PERFORM 810-WRITE-AUDIT.
      ******************************************************************
       810-WRITE-AUDIT.
       CALL 'G3-LINK-AUDIT' USING WS-AUD-OPERATOR
                                  VFX-M-PROG
                                  WS-AUD-MEMBER-ID
                                  WS-AUD-RESULT
                                  WS-AUD-DETAIL
       END-CALL.
