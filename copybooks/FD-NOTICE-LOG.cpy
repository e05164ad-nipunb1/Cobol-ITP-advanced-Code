      ******************************************************************
      *COPYBOOK: FD-NOTICE-LOG
      *ABSTRACT: FD and record layout for the member notification
      *          log. One row per event already dealt with - sent to
      *          the vendor or turned away to the exception report -
      *          keyed on the activity date, the source file and that
      *          file's own key (CC-TRAN-KEY for a ledger row,
      *          RTY-KEY for a given-up retry), so a rerun never
      *          writes the same notice twice.
      ******************************************************************
       FD  NTL-FILE.
       01  NTL-REC.
           05  NTL-KEY.
               10  NTL-NOTICE-DATE PIC 9(08).
               10  NTL-SOURCE      PIC X(01).
                   88  NTL-FROM-LEDGER     VALUE 'L'.
                   88  NTL-FROM-RETRY      VALUE 'R'.
               10  NTL-REF         PIC X(29).
           05  NTL-VM-ID           PIC 9(08).
           05  NTL-TYPE            PIC X(10).
           05  NTL-RESULT          PIC X(01).
               88  NTL-SENT            VALUE 'S'.
               88  NTL-EXCEPTED        VALUE 'X'.
           05  NTL-LOG-TSTAMP      PIC X(21).
           05  FILLER              PIC X(02).
