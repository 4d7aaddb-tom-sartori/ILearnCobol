      ******************************************************************
      * Copybook: PLGPSNP
      * Purpose:  Record layout for the PLAGES-PERIOD-SNAPSHOT file.
      *           When 24-PlagesPeriodClose closes a month it appends
      *           one record per category with the count and hash
      *           total (sum of PM-VALUE) of the master entries
      *           dated in that month, stamped with the close time.
      *           A month closed again after a reopen gets a fresh
      *           set; the latest close time is the one in force.
      ******************************************************************
       01  PLAGES-PERIOD-SNAPSHOT-RECORD.
           05  PS-PERIOD                  PIC X(6).
           05  PS-CLOSED-TIMESTAMP        PIC X(21).
           05  PS-CATEGORY                PIC X(2).
           05  PS-ENTRY-COUNT             PIC 9(9).
           05  PS-HASH-TOTAL              PIC 9(18).
