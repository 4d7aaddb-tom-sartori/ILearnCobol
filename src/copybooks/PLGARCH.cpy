      *           retention cutoff, each archived master record is
      *           carried as a detail record ('D') in the PLGMAST
      *           layout, and a trailer record ('T') carries the
      *           count of details for tie-out. Details archived
      *           before the amendment fields were carried read back
      *           with spaces in them.
      ******************************************************************
       01  PLAGES-ARCHIVE-RECORD.
           05  AR-RECORD-TYPE             PIC X.
               88  AR-HEADER              VALUE 'H'.
               88  AR-DETAIL              VALUE 'D'.
               88  AR-TRAILER             VALUE 'T'.
           05  AR-DATA                    PIC X(119).
           05  AR-BATCH-FIELDS REDEFINES AR-DATA.
               10  AR-RUN-DATE            PIC X(8).
               10  AR-CUTOFF-DATE         PIC X(8).
               10  AR-RECORD-COUNT        PIC 9(9).
               10  FILLER                 PIC X(94).
           05  AR-MASTER-FIELDS REDEFINES AR-DATA.
               10  AR-KEY                 PIC X(26).
               10  AR-VALUE               PIC 9(15).
               10  AR-DELIVERY-STATUS     PIC X.
               10  AR-SENT-DATE           PIC X(8).
               10  AR-OPERATOR-ID         PIC X(8).
               10  AR-AMEND-OLD-VALUE     PIC 9(15).
               10  AR-AMEND-REASON        PIC X(2).
               10  AR-AMEND-TIMESTAMP     PIC X(21).
