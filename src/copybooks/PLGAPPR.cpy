      ******************************************************************
      * Copybook: PLGAPPR
      * Purpose:  Record layout for the PLAGES-APPROVAL log that
      *           14-PlagesSuspense appends to whenever a supervisor
      *           approves a suspense entry into PLAGES-MASTER. It
      *           carries the master record as it was written - key,
      *           value, category, keying operator - with the
      *           approving supervisor and the approval time, so
      *           26-PlagesRecover can replay the approval onto a
      *           reloaded master.
      ******************************************************************
       01  PLAGES-APPROVAL-RECORD.
           05  AP-KEY                     PIC X(26).
           05  AP-VALUE                   PIC 9(15).
           05  AP-CATEGORY                PIC X(2).
           05  AP-OPERATOR-ID             PIC X(8).
           05  AP-APPROVED-BY             PIC X(8).
           05  AP-TIMESTAMP               PIC X(21).
