      *           20-PlagesResend so the next extract resends it.
      *           Records sent before the field existed carry
      *           spaces there.
      *           A correction to an entry the downstream already
      *           accepted is not resent as a fresh detail: the
      *           status goes to 'C' (amendment due) with the value
      *           the downstream holds kept in PM-AMEND-OLD-VALUE and
      *           the reason code and correction timestamp alongside.
      *           06-PlagesExtract sends it as an amendment record and
      *           stamps 'M' (amendment sent); the acknowledgment
      *           takes it back to 'A', or to 'J' (amendment
      *           rejected), which the next extract sends again.
      ******************************************************************
       01  PLAGES-MASTER-RECORD.
           05  PM-KEY.
               88  PM-SENT                 VALUE 'S'.
               88  PM-ACCEPTED             VALUE 'A'.
               88  PM-REJECTED             VALUE 'R'.
               88  PM-AMENDMENT-DUE        VALUE 'C'.
               88  PM-AMENDMENT-SENT       VALUE 'M'.
               88  PM-AMENDMENT-REJECTED   VALUE 'J'.
           05  PM-SENT-DATE                PIC X(8).
           05  PM-OPERATOR-ID              PIC X(8).
           05  PM-AMEND-OLD-VALUE          PIC 9(15).
           05  PM-AMEND-REASON             PIC X(2).
           05  PM-AMEND-TIMESTAMP          PIC X(21).
