      *           trailer record ('T') with the detail count and a
      *           hash total of PE-VALUE, so the downstream can
      *           verify completeness and detect a skipped or
      *           doubled file. A correction to an entry the
      *           downstream already accepted goes out as an
      *           amendment record ('A') with the old and new
      *           values, the reason code and the correction
      *           timestamp; the trailer counts and hashes (on
      *           PE-NEW-VALUE) the amendments separately from the
      *           details. The recycle file written by
      *           11-PlagesAckLoad carries bare detail and amendment
      *           records in the same layout.
      ******************************************************************
       01  PLAGES-EXTRACT-RECORD.
           05  PE-RECORD-TYPE             PIC X.
               88  PE-HEADER              VALUE 'H'.
               88  PE-DETAIL              VALUE 'D'.
               88  PE-TRAILER             VALUE 'T'.
               88  PE-AMENDMENT           VALUE 'A'.
           05  PE-DATA                    PIC X(81).
           05  PE-CONTROL-FIELDS REDEFINES PE-DATA.
               10  PE-RUN-DATE            PIC X(8).
               10  PE-FILE-SEQUENCE       PIC 9(6).
               10  PE-RECORD-COUNT        PIC 9(9).
               10  PE-HASH-TOTAL          PIC 9(16).
               10  PE-AMEND-COUNT         PIC 9(9).
               10  PE-AMEND-HASH-TOTAL    PIC 9(16).
               10  FILLER                 PIC X(17).
           05  PE-DETAIL-FIELDS REDEFINES PE-DATA.
               10  PE-KEY                 PIC X(26).
               10  PE-VALUE               PIC 9(15).
               10  PE-CATEGORY            PIC X(2).
               10  PE-TIMESTAMP           PIC X(21).
               10  FILLER                 PIC X(17).
           05  PE-AMENDMENT-FIELDS REDEFINES PE-DATA.
               10  PE-AMEND-KEY           PIC X(26).
               10  PE-AMEND-CATEGORY      PIC X(2).
               10  PE-OLD-VALUE           PIC 9(15).
               10  PE-NEW-VALUE           PIC 9(15).
               10  PE-AMEND-REASON        PIC X(2).
               10  PE-AMEND-TIMESTAMP     PIC X(21).
