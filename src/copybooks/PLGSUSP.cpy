      *           keyed like the master, until a supervisor approves
      *           them into PLAGES-MASTER or rejects them with a
      *           reason through 14-PlagesSuspense.
      *           SU-HOLD-REASON says why the entry is held: space for
      *           the running-average screen, 'D' for a suspected
      *           duplicate of the entry keyed in SU-DUP-OF-KEY (the
      *           same value and category captured within the
      *           category's DUP-WIN minutes).
      ******************************************************************
       01  PLAGES-SUSPENSE-RECORD.
           05  SU-KEY.
           05  SU-VALUE                   PIC 9(15).
           05  SU-CATEGORY                PIC X(2).
           05  SU-OPERATOR-ID             PIC X(8).
           05  SU-HOLD-REASON             PIC X.
               88  SU-HELD-DEVIATION      VALUE SPACE.
               88  SU-HELD-DUPLICATE      VALUE 'D'.
           05  SU-DUP-OF-KEY              PIC X(26).
