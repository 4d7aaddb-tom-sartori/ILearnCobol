      *           and an overflow indicator tying into the
      *           PLAGES-EXCEPTION reporting. This is what lets the
      *           desk reproduce what a given day's run computed.
      *           22-PlagesRestate appends a restated record when a
      *           source entry is corrected after the triplet was
      *           computed: RS-RESULT-TYPE 'R', recomputed values,
      *           and RS-RESTATES-TIMESTAMP pointing at the RS-TIMESTAMP
      *           of the record it supersedes (same three keys). The
      *           two fields are appended after the original ones so
      *           rows written before they existed still parse; they
      *           carry spaces there and count as originals.
      ******************************************************************
       01  PLAGES-RESULT-RECORD.
           05  RS-TIMESTAMP               PIC X(21).
           05  RS-PRODUIT                 PIC 9(18).
           05  RS-OVERFLOW-FLAG           PIC X.
               88  RS-HAD-OVERFLOW        VALUE 'Y'.
           05  RS-RESULT-TYPE             PIC X.
               88  RS-ORIGINAL            VALUE 'O' SPACE.
               88  RS-RESTATEMENT         VALUE 'R'.
           05  RS-RESTATES-TIMESTAMP      PIC X(21).
