      ******************************************************************
      * Copybook: PLGBCTL
      * Purpose:  Record layout for the PLAGES-BALANCE-CONTROL file
      *           that 09-PlagesBalance rewrites on every run. A
      *           header record ('H') carries the run time, the
      *           total discrepancy count, the count that could not
      *           be tied to a month (table overflow), and the master
      *           count and hash total the run found. One period
      *           record ('P') follows for each month (YYYYMM, taken
      *           from the entry key or the audit timestamp) that
      *           has discrepancies against it. 24-PlagesPeriodClose
      *           reads it to decide whether a month balances.
      ******************************************************************
       01  PLAGES-BALANCE-CTL-RECORD.
           05  BC-RECORD-TYPE             PIC X.
               88  BC-HEADER              VALUE 'H'.
               88  BC-PERIOD-LINE         VALUE 'P'.
           05  BC-DATA                    PIC X(66).
           05  BC-HEADER-FIELDS REDEFINES BC-DATA.
               10  BC-RUN-TIMESTAMP       PIC X(21).
               10  BC-DISCREPANCY-COUNT   PIC 9(9).
               10  BC-UNATTRIBUTED-COUNT  PIC 9(9).
               10  BC-MASTER-COUNT        PIC 9(9).
               10  BC-MASTER-HASH         PIC 9(18).
           05  BC-PERIOD-FIELDS REDEFINES BC-DATA.
               10  BC-PERIOD              PIC X(6).
               10  BC-PERIOD-DISCREPANCIES PIC 9(9).
               10  FILLER                 PIC X(51).
