      ******************************************************************
      * Copybook: PLGPERD
      * Purpose:  Record layout for the keyed PLAGES-PERIOD control
      *           file, one record per accounting month (YYYYMM).
      *           24-PlagesPeriodClose closes a month once it
      *           balances and reopens it on a supervisor's logged
      *           reason. While a month is closed, the programs that
      *           change the master (05-PlagesInquiry,
      *           23-PlagesCorrReview, 14-PlagesSuspense and a
      *           RESTORE run of 10-PlagesArchive) refuse any change
      *           to an entry whose key is dated in it. A month with
      *           no record on file has never been closed and is
      *           open.
      ******************************************************************
       01  PLAGES-PERIOD-RECORD.
           05  PD-PERIOD                  PIC X(6).
           05  PD-STATUS                  PIC X.
               88  PD-IS-OPEN             VALUE 'O'.
               88  PD-IS-CLOSED           VALUE 'C'.
           05  PD-CLOSED-BY               PIC X(8).
           05  PD-CLOSED-TIMESTAMP        PIC X(21).
           05  PD-REOPENED-BY             PIC X(8).
           05  PD-REOPENED-TIMESTAMP      PIC X(21).
           05  PD-REOPEN-COUNT            PIC 9(3).
