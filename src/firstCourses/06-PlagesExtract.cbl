      *          records already sent and awaiting acknowledgment, or
      *          already accepted downstream, are skipped so a rerun
      *          after 11-PlagesAckLoad resends only the unsent
      *          entries and the rejects. A corrected entry the
      *          downstream had already accepted goes out as an
      *          amendment record with its old and new values
      *          instead of a second detail, and is stamped 'M'
      *          (amendment sent); the trailer carries the
      *          amendment count and hash total separately.
      * Tectonics: cobc
      ******************************************************************

       77 WS-HASH-TOTAL PIC 9(16) VALUE ZEROES.
       77 WS-RECORD-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-SKIPPED-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-COUNT PIC 9(9) VALUE ZEROES.
       77 WS-AMEND-HASH-TOTAL PIC 9(16) VALUE ZEROES.
       77 WS-CT-COUNT PIC 9(3) VALUE ZEROES.
       77 WS-CT-MAX PIC 9(3) VALUE 20.
       77 WS-CT-SUB PIC 9(3) VALUE ZEROES.
           DISPLAY 'Extract file ' WS-EXTRACT-FILENAME ' written.'.
           DISPLAY 'Plages entries extracted : ' WS-RECORD-COUNT.
           DISPLAY 'Plages entries skipped   : ' WS-SKIPPED-COUNT.
           DISPLAY 'Plages amendments sent   : ' WS-AMEND-COUNT.
           MOVE 1 TO WS-CT-SUB.
           PERFORM UNTIL WS-CT-SUB > WS-CT-COUNT
               DISPLAY '  Category ' CT-CATEGORY (WS-CT-SUB)
                   ' extracted : ' CT-EXTRACTED-COUNT (WS-CT-SUB)
               ADD 1 TO WS-CT-SUB
           END-PERFORM.
           COMPUTE STEP-RECORD-COUNT =
               WS-RECORD-COUNT + WS-AMEND-COUNT.
           GOBACK.

      * The control file carries the sequence number of the last
           MOVE WS-FILE-SEQUENCE TO PE-FILE-SEQUENCE.
           MOVE ZEROES TO PE-RECORD-COUNT.
           MOVE ZEROES TO PE-HASH-TOTAL.
           MOVE ZEROES TO PE-AMEND-COUNT.
           MOVE ZEROES TO PE-AMEND-HASH-TOTAL.
           WRITE PLAGES-EXTRACT-RECORD.

       WRITE-EXTRACT-TRAILER.
           MOVE WS-FILE-SEQUENCE TO PE-FILE-SEQUENCE.
           MOVE WS-RECORD-COUNT TO PE-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO PE-HASH-TOTAL.
           MOVE WS-AMEND-COUNT TO PE-AMEND-COUNT.
           MOVE WS-AMEND-HASH-TOTAL TO PE-AMEND-HASH-TOTAL.
           WRITE PLAGES-EXTRACT-RECORD.

       READ-MASTER-RECORD.
               AT END MOVE '10' TO WS-MASTER-STATUS
           END-READ.

      * Records awaiting an acknowledgment and records the
      * downstream holds as they are on file are skipped; a due or
      * rejected amendment goes out as an amendment record, and
      * everything else as a detail.
       WRITE-EXTRACT-RECORD.
           EVALUATE TRUE
               WHEN PM-SENT OR PM-ACCEPTED OR PM-AMENDMENT-SENT
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN PM-AMENDMENT-DUE OR PM-AMENDMENT-REJECTED
                   PERFORM WRITE-AMENDMENT-RECORD
               WHEN OTHER
                   PERFORM WRITE-DETAIL-RECORD
           END-EVALUATE.

       WRITE-DETAIL-RECORD.
           MOVE SPACES TO PLAGES-EXTRACT-RECORD.
           MOVE 'D' TO PE-RECORD-TYPE.
           MOVE PM-KEY TO PE-KEY.
           MOVE PM-VALUE TO PE-VALUE.
           MOVE PM-CATEGORY TO PE-CATEGORY.
           MOVE PM-TIMESTAMP TO PE-TIMESTAMP.
           WRITE PLAGES-EXTRACT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           ADD PM-VALUE TO WS-HASH-TOTAL.
           PERFORM COUNT-CATEGORY-EXTRACT.
           SET PM-SENT TO TRUE.
           MOVE WS-RUN-DATE TO PM-SENT-DATE.
           REWRITE PLAGES-MASTER-RECORD.

      * The amendment carries the value the downstream holds and the
      * corrected one; the correction timestamp is echoed back on
      * its acknowledgment so a late answer to an earlier amendment
      * of the same key can be told apart.
       WRITE-AMENDMENT-RECORD.
           MOVE SPACES TO PLAGES-EXTRACT-RECORD.
           MOVE 'A' TO PE-RECORD-TYPE.
           MOVE PM-KEY TO PE-AMEND-KEY.
           MOVE PM-CATEGORY TO PE-AMEND-CATEGORY.
           MOVE PM-AMEND-OLD-VALUE TO PE-OLD-VALUE.
           MOVE PM-VALUE TO PE-NEW-VALUE.
           MOVE PM-AMEND-REASON TO PE-AMEND-REASON.
           MOVE PM-AMEND-TIMESTAMP TO PE-AMEND-TIMESTAMP.
           WRITE PLAGES-EXTRACT-RECORD.
           ADD 1 TO WS-AMEND-COUNT.
           ADD PM-VALUE TO WS-AMEND-HASH-TOTAL.
           SET PM-AMENDMENT-SENT TO TRUE.
           MOVE WS-RUN-DATE TO PM-SENT-DATE.
           REWRITE PLAGES-MASTER-RECORD.

       COUNT-CATEGORY-EXTRACT.
           MOVE ZEROES TO WS-CT-FOUND.
