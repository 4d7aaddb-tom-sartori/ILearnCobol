      *           sent back by the downstream system for each
      *           PLAGES-EXTRACT record, keyed by our PE-KEY, with an
      *           accept/reject code and a reason. Read by
      *           11-PlagesAckLoad. An acknowledgment of an amendment
      *           record carries 'A' in PK-RECORD-TYPE and echoes the
      *           amendment's correction timestamp, so it can be told
      *           from the acknowledgment of the original detail and
      *           from one for an earlier amendment of the same key;
      *           feeds from before the field existed carry spaces
      *           there and are taken as detail acknowledgments.
      ******************************************************************
       01  PLAGES-ACK-RECORD.
           05  PK-KEY                     PIC X(26).
               88  PK-ACCEPTED            VALUE 'A'.
               88  PK-REJECTED            VALUE 'R'.
           05  PK-REASON                  PIC X(30).
           05  PK-RECORD-TYPE             PIC X.
               88  PK-FOR-DETAIL          VALUE 'D' SPACE.
               88  PK-FOR-AMENDMENT       VALUE 'A'.
           05  PK-AMEND-TIMESTAMP         PIC X(21).
