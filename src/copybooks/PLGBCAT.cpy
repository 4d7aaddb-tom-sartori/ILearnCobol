      ******************************************************************
      * Copybook: PLGBCAT
      * Purpose:  Record layout for the PLAGES-BACKUP-CATALOG file.
      *           25-PlagesBackup appends one record for every master
      *           image it finishes writing, naming the image file
      *           (PLAGESBK.date.time) with its start time, detail
      *           count and hash total. 26-PlagesRecover reads it to
      *           find the latest image to reload from.
      ******************************************************************
       01  PLAGES-BACKUP-CATALOG-RECORD.
           05  BL-IMAGE-NAME              PIC X(30).
           05  BL-IMAGE-TIMESTAMP         PIC X(21).
           05  BL-RECORD-COUNT            PIC 9(9).
           05  BL-HASH-TOTAL              PIC 9(18).
