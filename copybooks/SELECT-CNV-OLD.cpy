      ******************************************************************
      *COPYBOOK: SELECT-CNV-OLD
      *ABSTRACT: FILE-CONTROL entries for the record layout conversion
      *          batch: the card ledger, purchase, purchase archive,
      *          retry queue, catalog and dispute files as they stood
      *          before those records were lengthened, renamed aside
      *          for the run.
      ******************************************************************
           SELECT OLD-CCT-FILE ASSIGN TO OLDCCTRN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CCT-KEY
               FILE STATUS IS WS-OLD-CCT-STATUS.

           SELECT OLD-VTP-FILE ASSIGN TO OLDVTP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-VTP-KEY
               FILE STATUS IS WS-OLD-VTP-STATUS.

           SELECT OLD-VTA-FILE ASSIGN TO OLDVTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-VTA-KEY
               FILE STATUS IS WS-OLD-VTA-STATUS.

           SELECT OLD-RTY-FILE ASSIGN TO OLDRETRY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-RTY-KEY
               FILE STATUS IS WS-OLD-RTY-STATUS.

           SELECT OLD-VML-FILE ASSIGN TO OLDVML
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-VML-ID
               FILE STATUS IS WS-OLD-VML-STATUS.

           SELECT OLD-DSP-FILE ASSIGN TO OLDDSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-DSP-KEY
               FILE STATUS IS WS-OLD-DSP-STATUS.
