      *          dispute can be answered from the price history; any
      *          scheduled change whose effective date has arrived is
      *          applied to VML-FILE when this page starts up.
      *          Rental terms - the rental price and the 48-hour or
      *          7-day window - are keyed with a new title or set
      *          later for a title already on file. The licensor
      *          a title's royalties are owed to is keyed with the
      *          title or changed later, and must be on the licensor
      *          master.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. G3-VFX-6-CAT-MNT IS INITIAL.
       FILE-CONTROL.
       COPY SELECT-VFX-MOV.
       COPY SELECT-VPH.
       COPY SELECT-LICENSOR.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       COPY FD-VFX-MOV.
       COPY FD-VPH.
       COPY FD-LICENSOR.

       WORKING-STORAGE SECTION.
       COPY WS-CAT-MNT.
       MOVE 'G3-VFX-6-CAT-MNT' TO VFX-M-PROG.
       OPEN I-O    VML-FILE
                   VPH-FILE.
       OPEN INPUT  LIC-FILE.
       PERFORM 050-SIGN-ON.
       IF NOT WS-SIGNON-APPROVED
        OR NOT WS-AUTH-CAN-CATALOG
                   PERFORM 300-RETIRE-TITLE
               WHEN VFX-6-ACT-PRICE
                   PERFORM 400-PRICE-CHANGE
               WHEN VFX-6-ACT-RENTAL
                   PERFORM 600-RENTAL-TERMS
               WHEN VFX-6-ACT-LICENSOR
                   PERFORM 700-SET-LICENSOR
               WHEN VFX-6-ACT-QUIT
                   CONTINUE
               WHEN OTHER
                   MOVE 'ENTER A, R, P, T, L OR Q' TO VFX-2-MSG
           END-EVALUATE
       END-PERFORM.
       CLOSE   VML-FILE
               VPH-FILE
               LIC-FILE.
       IF VFX-6-CHG-CTR > 0
           DISPLAY 'CATALOG RECORDS CHANGED THIS SESSION: '
                   VFX-6-CHG-CTR
               MOVE SPACES TO VFX-6-E-TITLE
               MOVE SPACES TO VFX-6-E-GENRE
               MOVE ZERO   TO VFX-6-E-PRICE
               MOVE ZERO   TO VFX-6-E-RENT-PRICE
               MOVE ZERO   TO VFX-6-E-RENT-HOURS
               MOVE SPACES TO VFX-6-E-LICENSOR
               MOVE SPACES TO VFX-6-CONF
               DISPLAY CATENTRYSCREEN
               ACCEPT CATTITLE
               ACCEPT CATGENRE
               ACCEPT CATPRICE
               ACCEPT CATRENTPRICE
               ACCEPT CATRENTHRS
               ACCEPT CATLICENSOR
               ACCEPT CATCONF
               IF VFX-6-CONF = 'Y' OR 'y'
                   PERFORM 710-CHECK-LICENSOR
                   EVALUATE TRUE
                       WHEN VFX-6-LIC-FOUND NOT = 'Y'
                           MOVE 'LICENSOR NOT ON FILE' TO VFX-2-MSG
                       WHEN NOT VFX-6-RENT-HOURS-OK
                           MOVE 'RENTAL HOURS MUST BE 48 OR 168'
                               TO VFX-2-MSG
                       WHEN VFX-6-E-RENT-HOURS NOT = ZERO
                        AND VFX-6-E-RENT-PRICE = ZERO
                           MOVE 'RENTAL TITLE NEEDS A RENTAL PRICE'
                               TO VFX-2-MSG
                       WHEN VFX-6-E-PRICE = ZERO
                        AND VFX-6-E-RENT-HOURS = ZERO
                           MOVE 'NO SALE PRICE OR RENTAL TERMS'
                               TO VFX-2-MSG
                       WHEN OTHER
                           PERFORM 250-WRITE-TITLE
                   END-EVALUATE
               END-IF
           NOT INVALID KEY
               MOVE 'TITLE ALREADY ON FILE' TO VFX-2-MSG
       MOVE VFX-6-E-GENRE   TO VML-GENRE.
       MOVE VFX-6-E-PRICE   TO VML-PRICE.
       MOVE 'A'             TO VML-STATUS.
       MOVE VFX-6-E-RENT-PRICE TO VML-RENT-PRICE.
       MOVE VFX-6-E-RENT-HOURS TO VML-RENT-HOURS.
       MOVE VFX-6-E-LICENSOR   TO VML-LICENSOR-ID.
       WRITE VML-REC
           INVALID KEY
               MOVE 'TITLE ALREADY ON FILE' TO VFX-2-MSG
                       MOVE 'HISTORY WRITE FAILED' TO VFX-2-MSG
               END-REWRITE
       END-WRITE.
      ******************************************************************
      *600-RENTAL-TERMS sets or changes the rental price and window
      *on a title already on file. A window of zero takes the title
      *out of rental; rentals already running keep the expiry they
      *were sold with. A title offered for rental must carry a
      *rental price.
      ******************************************************************
       600-RENTAL-TERMS.
       DISPLAY CATIDSCREEN.
       ACCEPT CATID.
       MOVE VFX-6-SEARCH-ID TO VML-ID-KEY.
       READ VML-FILE KEY VML-ID
           INVALID KEY
               MOVE 'TITLE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               IF VML-RENT-HOURS NUMERIC
                   MOVE VML-RENT-PRICE TO VFX-6-E-RENT-PRICE
                   MOVE VML-RENT-HOURS TO VFX-6-E-RENT-HOURS
               ELSE
                   MOVE ZERO TO VFX-6-E-RENT-PRICE
                   MOVE ZERO TO VFX-6-E-RENT-HOURS
               END-IF
               MOVE SPACES TO VFX-6-CONF
               DISPLAY RENTALSCREEN
               ACCEPT NEWRENTPRICE
               ACCEPT NEWRENTHRS
               ACCEPT RENTALCONF
               IF VFX-6-CONF = 'Y' OR 'y'
                   EVALUATE TRUE
                       WHEN NOT VFX-6-RENT-HOURS-OK
                           MOVE 'RENTAL HOURS MUST BE 48 OR 168'
                               TO VFX-2-MSG
                       WHEN VFX-6-E-RENT-HOURS NOT = ZERO
                        AND VFX-6-E-RENT-PRICE = ZERO
                           MOVE 'RENTAL TITLE NEEDS A RENTAL PRICE'
                               TO VFX-2-MSG
                       WHEN VML-PRICE = ZERO
                        AND VFX-6-E-RENT-HOURS = ZERO
                           MOVE 'NO SALE PRICE - MUST STAY RENTAL'
                               TO VFX-2-MSG
                       WHEN OTHER
                           PERFORM 610-REWRITE-RENTAL
                   END-EVALUATE
               END-IF
       END-READ.
      ******************************************************************
       610-REWRITE-RENTAL.
       MOVE VFX-6-E-RENT-PRICE TO VML-RENT-PRICE.
       MOVE VFX-6-E-RENT-HOURS TO VML-RENT-HOURS.
       REWRITE VML-REC
           INVALID KEY
               MOVE 'REWRITE FAILED' TO VFX-2-MSG
           NOT INVALID KEY
               ADD 1 TO VFX-6-CHG-CTR
               MOVE 'RENTAL TERMS CHANGED' TO VFX-2-MSG
       END-REWRITE.
      ******************************************************************
      *700-SET-LICENSOR sets or changes the licensor on a title
      *already on file. A title left with no licensor is reported by
      *the monthly royalty batch until one is keyed.
      ******************************************************************
       700-SET-LICENSOR.
       DISPLAY CATIDSCREEN.
       ACCEPT CATID.
       MOVE VFX-6-SEARCH-ID TO VML-ID-KEY.
       READ VML-FILE KEY VML-ID
           INVALID KEY
               MOVE 'TITLE NOT ON FILE' TO VFX-2-MSG
           NOT INVALID KEY
               MOVE VML-LICENSOR-ID TO VFX-6-E-LICENSOR
               MOVE SPACES TO VFX-6-CONF
               DISPLAY LICENSORSCREEN
               ACCEPT NEWLICENSOR
               ACCEPT LICENSORCONF
               IF VFX-6-CONF = 'Y' OR 'y'
                   PERFORM 710-CHECK-LICENSOR
                   IF VFX-6-LIC-FOUND = 'Y'
                       PERFORM 720-REWRITE-LICENSOR
                   ELSE
                       MOVE 'LICENSOR NOT ON FILE' TO VFX-2-MSG
                   END-IF
               END-IF
       END-READ.
      ******************************************************************
      *710-CHECK-LICENSOR passes a blank licensor - the title is then
      *on the royalty exception list - and otherwise wants the id on
      *the licensor master.
      ******************************************************************
       710-CHECK-LICENSOR.
       IF VFX-6-E-LICENSOR = SPACES
           MOVE 'Y' TO VFX-6-LIC-FOUND
       ELSE
           MOVE VFX-6-E-LICENSOR TO LIC-ID
           READ LIC-FILE
               INVALID KEY
                   MOVE 'N' TO VFX-6-LIC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO VFX-6-LIC-FOUND
           END-READ
       END-IF.
      ******************************************************************
       720-REWRITE-LICENSOR.
       MOVE VFX-6-E-LICENSOR TO VML-LICENSOR-ID.
       REWRITE VML-REC
           INVALID KEY
               MOVE 'REWRITE FAILED' TO VFX-2-MSG
           NOT INVALID KEY
               ADD 1 TO VFX-6-CHG-CTR
               MOVE 'LICENSOR CHANGED' TO VFX-2-MSG
       END-REWRITE.
