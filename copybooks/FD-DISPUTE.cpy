      *          S (sent to the acquirer) to W (won - chargeback
      *          reversed on the ledger, title restored) or L (lost).
      *          Amount and tax are carried positive, the way the
      *          acquirer disputed them. The sale type and rental
      *          expiry of the pulled title come from the chargeback
      *          row so a win restores a rental as a rental.
      ******************************************************************
       FD  DSP-FILE.
       01  DSP-REC.
               88  DSP-IS-LOST         VALUE 'L'.
           05  DSP-FLAG-DATE       PIC 9(08).
           05  DSP-RESOLVE-DATE    PIC 9(08).
           05  DSP-SALE-TYPE       PIC X(01).
               88  DSP-RENTAL          VALUE 'R' 'E'.
           05  DSP-RENT-EXPIRY.
               10  DSP-EXP-DATE    PIC 9(08).
               10  DSP-EXP-TIME    PIC 9(04).
           05  FILLER              PIC X(08).
