      * Copybook: PLGHIST
      * Purpose:  Record layout for the PLAGES-HISTORY change-history
      *           file written by 05-PlagesInquiry whenever a prior
      *           Plages entry is corrected, or by 23-PlagesCorrReview
      *           when a supervisor approves a correction 05 held
      *           back; PH-OPERATOR-ID is the requesting operator.
      ******************************************************************
       01  PLAGES-HISTORY-RECORD.
           05  PH-KEY                     PIC X(26).
