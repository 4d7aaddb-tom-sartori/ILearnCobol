      ******************************************************************
      * Copybook: PLGSESS
      * Purpose:  Record layout for the PLAGES-SESSION log file. One
      *           record is appended by 01-Plages when an operator
      *           closes a capture session. The operator keys the
      *           number of slips and the adding-machine total for
      *           the bundle; the session is in balance when both
      *           agree with what the session actually stored
      *           (entries mastered plus entries parked in suspense).
      *           Out-of-range attempts are counted but are not
      *           slips. 13-PlagesOperReport lists the sessions that
      *           closed out of balance.
      ******************************************************************
       01  PLAGES-SESSION-RECORD.
           05  SS-START-TIMESTAMP         PIC X(21).
           05  SS-END-TIMESTAMP           PIC X(21).
           05  SS-OPERATOR-ID             PIC X(8).
           05  SS-ENTRY-COUNT             PIC 9(9).
           05  SS-ENTRY-TOTAL             PIC 9(18).
           05  SS-MASTER-COUNT            PIC 9(9).
           05  SS-SUSPENSE-COUNT          PIC 9(9).
           05  SS-REJECT-COUNT            PIC 9(9).
           05  SS-CONTROL-COUNT           PIC 9(9).
           05  SS-CONTROL-TOTAL           PIC 9(18).
           05  SS-VERDICT                 PIC X.
               88  SS-IN-BALANCE          VALUE 'B'.
               88  SS-OUT-OF-BALANCE      VALUE 'U'.
