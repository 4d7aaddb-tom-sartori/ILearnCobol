      *           so rows written before it existed still parse;
      *           they carry spaces there and fall under the
      *           chain-wide bounds.
      *           The row is written once the entry's fate is known:
      *           PA-LINK-KEY is the master or suspense key it was
      *           stored under and PA-OUTCOME says which. A suspense
      *           entry approved by 14-PlagesSuspense keeps its key in
      *           the master, so the link still finds it. Rows written
      *           before the link existed carry spaces in both fields
      *           and are balanced by value in 09-PlagesBalance.
      *           'D' marks an entry the operator withdrew at the
      *           suspected-duplicate warning in 01-Plages; it was
      *           never stored and its link key is spaces.
      ******************************************************************
       01  PLAGES-AUDIT-RECORD.
           05  PA-TIMESTAMP               PIC X(21).
           05  PA-VALUE                   PIC 9(15).
           05  PA-OPERATOR-ID             PIC X(8).
           05  PA-CATEGORY                PIC X(2).
           05  PA-LINK-KEY                PIC X(26).
           05  PA-OUTCOME                 PIC X.
               88  PA-OUTCOME-UNKNOWN     VALUE SPACE.
               88  PA-MASTERED            VALUE 'M'.
               88  PA-SUSPENDED           VALUE 'S'.
               88  PA-OUT-OF-RANGE        VALUE 'R'.
               88  PA-NOT-STORED          VALUE 'E'.
               88  PA-DUP-WITHDRAWN       VALUE 'D'.
