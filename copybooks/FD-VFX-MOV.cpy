      ******************************************************************
      *COPYBOOK: FD-VFX-MOV
      *ABSTRACT: FD and record layout for the Vuflix movie/title list.
      *          A title the studio licenses for rental carries a
      *          rental price and the rental window in hours (48 or
      *          168); zero hours means the title is not rented. A
      *          rentable title with a zero VML-PRICE is rental only.
      *          VML-LICENSOR-ID names the studio the title's
      *          royalties are owed to, on the licensor master; a
      *          title with none is reported by the royalty batch.
      ******************************************************************
       FD  VML-FILE.
       01  VML-REC.
           05  VML-STATUS          PIC X(01).
               88  VML-ACTIVE          VALUE 'A' SPACE.
               88  VML-RETIRED         VALUE 'R'.
           05  VML-RENT-PRICE      PIC 9(03)V99.
           05  VML-RENT-HOURS      PIC 9(03).
           05  VML-LICENSOR-ID     PIC X(06).
           05  FILLER              PIC X(05).
