      ******************************************************************
      * Copybook: PLGBKUP
      * Purpose:  Record layout for the dated PLAGES-MASTER backup
      *           image that 25-PlagesBackup unloads at the start of
      *           the nightly chain. A header record ('H') carries
      *           the time the unload started, each master record is
      *           carried as a detail record ('D') in the PLGMAST
      *           layout, and a trailer record ('T') carries the
      *           detail count and the hash total of the values so
      *           26-PlagesRecover can prove the image complete before
      *           it reloads from it.
      ******************************************************************
       01  PLAGES-BACKUP-RECORD.
           05  BK-RECORD-TYPE             PIC X.
               88  BK-HEADER              VALUE 'H'.
               88  BK-DETAIL              VALUE 'D'.
               88  BK-TRAILER             VALUE 'T'.
           05  BK-DATA                    PIC X(119).
           05  BK-CONTROL-FIELDS REDEFINES BK-DATA.
               10  BK-IMAGE-TIMESTAMP     PIC X(21).
               10  BK-RECORD-COUNT        PIC 9(9).
               10  BK-HASH-TOTAL          PIC 9(18).
               10  FILLER                 PIC X(71).
           05  BK-MASTER-FIELDS REDEFINES BK-DATA.
               10  BK-KEY                 PIC X(26).
               10  BK-VALUE               PIC 9(15).
               10  BK-CATEGORY            PIC X(2).
               10  BK-TIMESTAMP           PIC X(21).
               10  BK-DELIVERY-STATUS     PIC X.
               10  BK-SENT-DATE           PIC X(8).
               10  BK-OPERATOR-ID         PIC X(8).
               10  BK-AMEND-OLD-VALUE     PIC 9(15).
               10  BK-AMEND-REASON        PIC X(2).
               10  BK-AMEND-TIMESTAMP     PIC X(21).
