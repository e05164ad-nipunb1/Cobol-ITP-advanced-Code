      ******************************************************************
      *COPYBOOK: FD-MERGE-FLAG
      *ABSTRACT: FD and record layout for the member merge refund
      *          flags. When a merge finds a title owned under both
      *          the retiring and the surviving member, the retiring
      *          member's purchase is left on VTP-FILE under the
      *          retiring id, where the purchase page can refund it,
      *          and a row here flags it. MRF-KEY is the retiring
      *          member id + title id, the key of that VTP row; the
      *          flag is outstanding for as long as the row is there.
      ******************************************************************
       FD  MRF-FILE.
       01  MRF-REC.
           05  MRF-KEY.
               10  MRF-OLD-VM-ID   PIC 9(08).
               10  MRF-VML-ID      PIC 9(06).
           05  MRF-NEW-VM-ID       PIC 9(08).
           05  MRF-FLAG-DATE       PIC 9(08).
           05  MRF-OPERATOR        PIC X(08).
           05  MRF-PRICE           PIC 9(03)V99.
           05  MRF-TAX             PIC 9(03)V99.
           05  FILLER              PIC X(10).
