      ******************************************************************
      * Copybook: PLGPLOG
      * Purpose:  Record layout for the PLAGES-PERIOD-LOG file. One
      *           record is appended by 24-PlagesPeriodClose for
      *           every close and every reopen of an accounting
      *           month, with the supervisor, the time and - for a
      *           reopen - the reason keyed, so every change to a
      *           signed-off month can be accounted for.
      ******************************************************************
       01  PLAGES-PERIOD-LOG-RECORD.
           05  PL-PERIOD                  PIC X(6).
           05  PL-ACTION                  PIC X.
               88  PL-CLOSE               VALUE 'C'.
               88  PL-REOPEN              VALUE 'R'.
           05  PL-OPERATOR-ID             PIC X(8).
           05  PL-TIMESTAMP               PIC X(21).
           05  PL-REASON                  PIC X(40).
