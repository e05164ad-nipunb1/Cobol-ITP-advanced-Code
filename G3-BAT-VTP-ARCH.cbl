      *DATE:     8/22/2026
      *ABSTRACT: Annual batch that moves VTP-FILE purchases older
      *          than the retention cutoff into the VTA archive file
      *          (VTP-KEY plus the purchase date) and prints a
      *          purge/retention report, so the nightly programs that
      *          sweep all of VTP-FILE stop paying for history no
      *          statement will ever ask for. The cutoff year is read
      ******************************************************************
      *200-ARCHIVE-RECORD copies the purchase into the archive before
      *deleting it from VTP-FILE; a copy already archived by an
      *earlier interrupted run is found on file under the same sale
      *date and left as it is, so the job can be rerun from the top
      *at any time. A record that cannot be
      *written to the archive is counted as an error and left on
      *VTP-FILE for the rerun - it is never purged unarchived.
      ******************************************************************
       MOVE VTP-VML-ID-KEY TO VTA-VML-ID-KEY.
       MOVE VTP-PUR-DATE   TO VTA-PUR-DATE.
       MOVE VTP-PRICE      TO VTA-PRICE.
       MOVE VTP-TAX        TO VTA-TAX.
       MOVE VTP-PROMO-CODE TO VTA-PROMO-CODE.
       MOVE VTP-DISCOUNT   TO VTA-DISCOUNT.
       MOVE VTP-CREDIT-USED TO VTA-CREDIT-USED.
       MOVE VTP-SALE-TYPE  TO VTA-SALE-TYPE.
       MOVE VTP-RENT-EXPIRY TO VTA-RENT-EXPIRY.
       MOVE VTP-OPERATOR   TO VTA-OPERATOR.
       MOVE VTP-ORIG-VM-ID TO VTA-ORIG-VM-ID.
       WRITE VTA-REC
           INVALID KEY
               IF NOT WS-VTA-ON-FILE
                   ADD 1 TO WS-ERROR-CTR
                   MOVE 'N' TO WS-ARCH-OK
               END-IF
       END-WRITE.
       IF WS-ARCH-OK = 'Y'
           DELETE VTP-FILE RECORD
