      ******************************************************************
      *COPYBOOK: WS-GENRE
      *ABSTRACT: Working storage for the genre sales analytics batch
      *          report. Rentals are counted and totalled apart from
      *          titles sold, for each genre and for each month.
      ******************************************************************
       01  WS-GENRE-FIELDS.
           05  WS-GENRE-RPT-STATUS     PIC X(02).
                   15  WS-GENRE-NAME       PIC X(15).
                   15  WS-GENRE-QTY        PIC 9(07) COMP.
                   15  WS-GENRE-TOTAL      PIC 9(07)V99.
                   15  WS-GENRE-RENT-QTY   PIC 9(07) COMP.
                   15  WS-GENRE-RENT-TOTAL PIC 9(07)V99.
                   15  WS-GENRE-MONTH-TBL.
                       20  WS-GENRE-MONTH OCCURS 12 TIMES.
                           25  WS-GM-QTY   PIC 9(05) COMP.
                           25  WS-GM-TOTAL PIC 9(07)V99.
                           25  WS-GM-RENT-QTY
                                           PIC 9(05) COMP.
                           25  WS-GM-RENT-TOTAL
                                           PIC 9(07)V99.

       01  WS-HDR1.
           05  FILLER PIC X(43) VALUE
       01  WS-HDR2.
           05  FILLER PIC X(45) VALUE
       'GENRE           TITLES SOLD      TOTAL SALES'.
           05  FILLER PIC X(21) VALUE
       ' RENTALS RENTAL SALES'.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-GENRE-DTL.
           05  WS-GL-NAME              PIC X(15).
           05  WS-GL-QTY               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-GL-TOTAL             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-GL-RENT-QTY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-GL-RENT-TOTAL        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-MONTH-HDR.
           05  FILLER PIC X(40) VALUE
       '   MONTH      TITLES SOLD  TOTAL SALES'.
           05  FILLER PIC X(20) VALUE
       'RENTALS RENTAL SALES'.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-QTY               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-ML-TOTAL             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  WS-ML-RENT-QTY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-ML-RENT-TOTAL        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                  PIC X(80) VALUE SPACES.
