      ******************************************************************
      * Copybook: PLGPCOR
      * Purpose:  Record layout for the keyed PLAGES-PENDING-CORR
      *           file. 05-PlagesInquiry writes a record here instead
      *           of touching the master when a correction is large
      *           (the new value falls outside the category's
      *           DEVIATION screen around its recent average, or the
      *           change exceeds DEVIATION percent of the old value)
      *           or the entry has already been delivered downstream.
      *           A supervisor other than the requester approves or
      *           declines it through 23-PlagesCorrReview; only
      *           approval updates the master and writes the
      *           PLAGES-HISTORY record. Decided records stay on file
      *           with the decision, so declined corrections can be
      *           reported. Keyed by the master key and the request
      *           timestamp, so all requests for one entry sit
      *           together.
      ******************************************************************
       01  PLAGES-PENDING-CORR-RECORD.
           05  PC-KEY.
               10  PC-MASTER-KEY          PIC X(26).
               10  PC-REQUEST-TIMESTAMP   PIC X(21).
           05  PC-CATEGORY                PIC X(2).
           05  PC-OLD-VALUE               PIC 9(15).
           05  PC-NEW-VALUE               PIC 9(15).
           05  PC-REASON-CODE             PIC X(2).
           05  PC-REQUESTED-BY            PIC X(8).
           05  PC-HOLD-REASON             PIC X.
               88  PC-HELD-LARGE          VALUE 'L'.
               88  PC-HELD-DELIVERED      VALUE 'D'.
               88  PC-HELD-BOTH           VALUE 'B'.
           05  PC-STATUS                  PIC X.
               88  PC-PENDING             VALUE 'P'.
               88  PC-APPROVED            VALUE 'A'.
               88  PC-DECLINED            VALUE 'D'.
           05  PC-DECIDED-BY              PIC X(8).
           05  PC-DECISION-TIMESTAMP      PIC X(21).
           05  PC-DECLINE-REASON          PIC X(2).
